       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDACC.
       AUTHOR. J.GAYAN.
      * DERECHO DE ACCESO (NATACCE, BAJO DEMANDA): DADO UN NIF, LISTA
      * TODOS LOS DATOS PERSONALES QUE GUARDAMOS DE ESA PERSONA COMO
      * VENDEDOR:
      *   - MAESTRO NAT-VENDEDORES: CADA CODIGO CON ESE NIF, CAMPO A
      *     CAMPO.
      *   - ENVIO DE LAS DELEGACIONES NAT-VENDEDORES.TXT: LAS LINEAS
      *     CON ESE NIF (PUEDEN TRAER UN CODIGO QUE YA NO ESTA EN EL
      *     MAESTRO).
      *   - REGISTRO DE RETENCION NAT-VENDEDORES.RET: FECHA DE BAJA
      *     Y DE ANONIMIZACION.
      *   - ESTADO DE PAGOS NAT-PAGOS.EST Y ULTIMA REMESA
      *     NAT-TRANSFERENCIAS (POR IBAN O REFERENCIA DE PAGO).
      *   - REGISTRO IRPF NAT-IRPF.ACUM: BRUTO, RETENIDO Y NETO POR
      *     EJERCICIO.
      *   - ARCHIVOS: GENERACIONES DE NAT-VENTAS-HIST.ARCH Y
      *     NAT-VENTAS.ARCH (FILAS Y PERIODO CUBIERTO POR CODIGO).
      * PARAMETRO NAT-VENDACC.PAR: NIF;CODIGO. EL CODIGO ES OPCIONAL
      * Y SIRVE PARA UN VENDEDOR YA ANONIMIZADO O DADO DE BAJA, CUYO
      * NIF YA NO CONSTA. EL LISTADO VA COMPLETO, SIN ENMASCARAR: ES
      * LA RESPUESTA AL INTERESADO. RC=4 SI NO SE ENCUENTRA NADA,
      * RC=8 SIN PARAMETRO. RC=4 TAMBIEN SI LA PERSONA TIENE MAS DE
      * 20 CODIGOS: LOS QUE NO CABEN SE LISTAN DEL MAESTRO Y DEL
      * ENVIO PERO NO SE CRUZAN CON RETENCION, PAGOS, REMESA, IRPF
      * NI ARCHIVOS, Y EL LISTADO LO AVISA AL FINAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parametros ASSIGN TO 'NAT-vendacc.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PAR.
           SELECT vendedores ASSIGN TO 'NAT-vendedores'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS V-cod-vendedor
           FILE STATUS IS WS-FS-VENDEDORES.
           SELECT envio ASSIGN TO 'NAT-vendedores.txt'
           organization is line sequential
           FILE STATUS IS WS-FS-ENVIO.
           SELECT retencion ASSIGN TO 'NAT-vendedores.ret'
           organization is line sequential
           FILE STATUS IS WS-FS-RET.
           SELECT pagosest ASSIGN TO 'NAT-pagos.est'
           organization is line sequential
           FILE STATUS IS WS-FS-EST.
           SELECT transferencias ASSIGN TO 'NAT-transferencias'
           organization is line sequential
           FILE STATUS IS WS-FS-TRA.
           SELECT acumirpf ASSIGN TO 'NAT-irpf.acum'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AC-CLAVE
           FILE STATUS IS WS-FS-ACUM.
           SELECT histarch ASSIGN TO 'NAT-ventas-hist.arch'
           organization is line sequential
           FILE STATUS IS WS-FS-HAR.
           SELECT ventarch ASSIGN TO 'NAT-ventas.arch'
           organization is line sequential
           FILE STATUS IS WS-FS-VAR.
           SELECT salida  ASSIGN TO 'NAT-salida-vendacc'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 15 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS    PIC X(15).
       FD  VENDEDORES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 139 CHARACTERS
           DATA RECORD IS REG-VENDEDOR.
       01  REG-VENDEDOR.
           03 V-cod-vendedor      PIC X(4).
           03 V-nombre            PIC X(10).
           03 V-fecha-alta        PIC X(8).
           03 V-NIF               PIC X(10).
           03 V-fecha-nacimiento  PIC X(8).
           03 V-DIRECCION         PIC X(10).
           03 V-POBLACION         PIC X(10).
           03 V-COD-POSTAL        PIC X(10).
           03 V-TELEFONO          PIC X(10).
           03 V-ESTADO            PIC X(12).
           03 V-GUAPO             PIC X.
           03 V-EDAD              PIC 999.
           03 V-ANTIGUEDAD        PIC 999.
           03 V-IBAN              PIC X(24).
           03 V-REF-PAGO          PIC X(16).
       FD  ENVIO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 160 CHARACTERS
           DATA RECORD IS REG-ENVIO.
       01  REG-ENVIO         PIC X(160).
       FD  RETENCION
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 21 CHARACTERS
           DATA RECORD IS REG-RETENCION.
       01  REG-RETENCION.
           03 RT-cod-vendedor   PIC X(4).
           03 RT-fecha-baja     PIC 9(8).
           03 RT-situacion      PIC X.
              88 RT-ANONIMIZADO       VALUE 'A'.
           03 RT-fecha-anon     PIC 9(8).
       FD  PAGOSEST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 59 CHARACTERS
           DATA RECORD IS REG-PAGOEST.
       01  REG-PAGOEST.
           03 EST-REFERENCIA    PIC X(16).
           03 EST-COD-VENDEDOR  PIC X(4).
           03 EST-IMPORTE       PIC 9(9)V99.
           03 EST-ESTADO        PIC X.
           03 EST-FECHA         PIC 9(8).
           03 EST-MOTIVO        PIC X(19).
       FD  TRANSFERENCIAS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 72 CHARACTERS
           DATA RECORD IS REG-TRANSFERENCIA.
       01  REG-TRANSFERENCIA.
           03 TR-IBAN           PIC X(24).
           03 TR-IMPORTE        PIC 9(9)V99.
           03 TR-REFERENCIA     PIC X(16).
           03 TR-NOMBRE         PIC X(10).
           03 TR-RETENCION      PIC 9(9)V99.
       FD  ACUMIRPF
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 92 CHARACTERS
           DATA RECORD IS REG-ACUMIRPF.
       01  REG-ACUMIRPF.
           03 AC-CLAVE.
              05 AC-cod-vendedor PIC X(4).
              05 AC-ano          PIC X(4).
           03 AC-bruto           PIC 9(11)V99.
           03 AC-retenido        PIC 9(11)V99.
           03 AC-neto            PIC 9(11)V99.
           03 AC-mes-ultimo      PIC X(6).
           03 AC-mes-ultimo-R REDEFINES AC-mes-ultimo.
              05 AC-mes-ultimo-aa  PIC X(4).
              05 AC-mes-ultimo-mm  PIC XX.
                 88 AC-DEFINITIVO        VALUE '99'.
           03 AC-bruto-mes       PIC 9(11)V99.
           03 AC-retenido-mes    PIC 9(11)V99.
           03 AC-neto-mes        PIC 9(11)V99.
       FD  HISTARCH
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 36 CHARACTERS
           DATA RECORD IS REG-HISTARCH.
       01  REG-HISTARCH.
           03 HA-anomes          PIC X(6).
           03 HA-cod-vendedor    PIC X(4).
           03 HA-cod-producto    PIC XX.
           03 HA-kilos           PIC 9(9)V99.
           03 HA-valor           PIC 9(11)V99.
       FD  VENTARCH
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 28 CHARACTERS
           DATA RECORD IS REG-VENTARCH.
       01  REG-VENTARCH.
           03 VA-cod-vendedor    PIC X(4).
           03 VA-cod-producto    PIC XX.
           03 VA-fecha-venta     PIC X(8).
           03 FILLER             PIC X(14).
       FD  SALIDA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 132 CHARACTERS
           DATA RECORD IS REG-SALIDA.
       01  reg-salida        pic x(132).
       FD  AUDITORIA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 86 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
       01  REG-AUDITORIA.
           03 AUD-PROGRAMA     PIC X(10).
           03 FILLER           PIC X     VALUE SPACES.
           03 AUD-FECHA        PIC 9(8).
           03 FILLER           PIC X     VALUE SPACES.
           03 AUD-HORA         PIC 9(6).
           03 FILLER           PIC X     VALUE SPACES.
           03 FILLER           PIC X(7)  VALUE 'LEIDOS:'.
           03 AUD-LEIDOS       PIC Z(9)9.
           03 FILLER           PIC X     VALUE SPACES.
           03 FILLER           PIC X(9)  VALUE 'ESCRITOS:'.
           03 AUD-ESCRITOS     PIC Z(9)9.
           03 FILLER           PIC X     VALUE SPACES.
           03 FILLER           PIC X(11) VALUE 'RECHAZADOS:'.
           03 AUD-RECHAZADOS   PIC Z(9)9.

       WORKING-STORAGE SECTION.
       01  WS-FS-PAR           PIC XX.
       01  WS-FS-VENDEDORES    PIC XX.
       01  WS-FS-ENVIO         PIC XX.
       01  WS-FS-RET           PIC XX.
       01  WS-FS-EST           PIC XX.
       01  WS-FS-TRA           PIC XX.
       01  WS-FS-ACUM          PIC XX.
       01  WS-FS-HAR           PIC XX.
       01  WS-FS-VAR           PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  WFECHA-HOY          PIC 9(8).
       01  WHORA-HOY           PIC 9(6).
       01  W-NIF               PIC X(10) VALUE SPACES.
       01  W-COD-PARAM         PIC X(4)  VALUE SPACES.
      * CAMPOS DE UNA LINEA DEL ENVIO (MISMO ORDEN QUE LA CARGA).
       01  W-ENVIO.
           03 W-ENV-COD          PIC X(4) justified right.
           03 W-ENV-NOMBRE       PIC X(10).
           03 W-ENV-ALTA         PIC X(10).
           03 W-ENV-NIF          PIC X(10).
           03 W-ENV-NACIMIENTO   PIC X(10).
           03 W-ENV-DIRECCION    PIC X(10).
           03 W-ENV-POBLACION    PIC X(10).
           03 W-ENV-COD-POSTAL   PIC X(10).
           03 W-ENV-TELEFONO     PIC X(10).
           03 W-ENV-ESTADO       PIC X(12).
           03 W-ENV-GUAPO        PIC X.
           03 W-ENV-IBAN         PIC X(24).
           03 W-ENV-REF-PAGO     PIC X(16).
      * CODIGOS DE VENDEDOR DE LA PERSONA, CON SU IBAN Y REFERENCIA
      * (PARA LA REMESA) Y EL RESUMEN DE LOS ARCHIVOS.
       01  TABLA-CODIGOS.
           03 TCO-VENDEDOR OCCURS 20 TIMES INDEXED BY IX-COD.
              05 TCO-COD-VENDEDOR  PIC X(4).
              05 TCO-IBAN          PIC X(24).
              05 TCO-REF-PAGO      PIC X(16).
              05 TCO-HA-FILAS      PIC 9(7).
              05 TCO-HA-DESDE      PIC X(6).
              05 TCO-HA-HASTA      PIC X(6).
              05 TCO-VA-FILAS      PIC 9(7).
              05 TCO-VA-DESDE      PIC X(8).
              05 TCO-VA-HASTA      PIC X(8).
       77  W-NUM-CODIGOS       PIC 9(4) COMP VALUE 0.
       77  W-POS-COD           PIC 9(4) COMP VALUE 0.
       01  W-CODIGOS-DESB      PIC X VALUE 'N'.
           88 CODIGOS-DESBORDADA     VALUE 'S'.
       01  W-COD-BUSCA         PIC X(4).
       01  W-ENCONTRADO        PIC X VALUE 'N'.
           88 ENCONTRADO-S           VALUE 'S'.
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
       77  W-CNT-ESCRITOS      PIC 9(7) VALUE 0.
       77  W-CNT-SECCION       PIC 9(7) VALUE 0.
       77  W-NUM-LINEA         PIC 9(7) VALUE 0.
       77  FE       PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(39)
              VALUE 'DATOS PERSONALES QUE CONSTAN DEL NIF   '.
           03 S-NIF-TIT       PIC X(10).
           03 FILLER PIC X(9) VALUE '   FECHA '.
           03 S-FECHA-TIT     PIC 9(8).
       01  CABECERA2.
           03 FILLER PIC X(40) VALUE ALL '-'.
       01  CAB-TITULO.
           03 S-TITULO        PIC X(70).
       01  CAB-DATO.
           03 FILLER          PIC X(4) VALUE SPACES.
           03 S-DAT-ETIQUETA  PIC X(22).
           03 S-DAT-VALOR     PIC X(60).
       01  CAB-ENVIO.
           03 FILLER          PIC X(4) VALUE SPACES.
           03 FILLER          PIC X(6) VALUE 'LINEA '.
           03 S-ENV-LINEA     PIC zzzzzz9.
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-ENV-TEXTO     PIC X(110).
       01  CAB-RETENCION.
           03 FILLER          PIC X(4) VALUE SPACES.
           03 S-RET-COD       PIC X(4).
           03 FILLER          PIC X(8) VALUE '  BAJA: '.
           03 S-RET-BAJA      PIC 9(8).
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-RET-SITUACION PIC X(30).
       01  CAB-PAGO.
           03 FILLER          PIC X(4) VALUE SPACES.
           03 S-PAG-COD       PIC X(4).
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-PAG-REF       PIC X(16).
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-PAG-IMPORTE   PIC zzz.zzz.zz9,99.
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-PAG-ESTADO    PIC X.
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-PAG-FECHA     PIC 9(8).
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-PAG-MOTIVO    PIC X(19).
       01  CAB-TRANSFERENCIA.
           03 FILLER          PIC X(4) VALUE SPACES.
           03 S-TRA-IBAN      PIC X(24).
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-TRA-REF       PIC X(16).
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-TRA-NOMBRE    PIC X(10).
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-TRA-IMPORTE   PIC zzz.zzz.zz9,99.
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-TRA-RETENCION PIC zzz.zzz.zz9,99.
       01  CAB-IRPF.
           03 FILLER          PIC X(4) VALUE SPACES.
           03 S-IRP-COD       PIC X(4).
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-IRP-ANO       PIC X(4).
           03 FILLER          PIC X(8) VALUE '  BRUTO '.
           03 S-IRP-BRUTO     PIC zz.zzz.zzz.zz9,99.
           03 FILLER          PIC X(11) VALUE '  RETENIDO '.
           03 S-IRP-RETENIDO  PIC zz.zzz.zzz.zz9,99.
           03 FILLER          PIC X(7) VALUE '  NETO '.
           03 S-IRP-NETO      PIC zz.zzz.zzz.zz9,99.
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-IRP-SITUACION PIC X(11).
       01  CAB-ARCHIVO.
           03 FILLER          PIC X(4) VALUE SPACES.
           03 S-ARC-NOMBRE    PIC X(22).
           03 S-ARC-COD       PIC X(4).
           03 FILLER          PIC X(8) VALUE '  FILAS '.
           03 S-ARC-FILAS     PIC zzzzzz9.
           03 FILLER          PIC X(8) VALUE '  DESDE '.
           03 S-ARC-DESDE     PIC X(8).
           03 FILLER          PIC X(8) VALUE '  HASTA '.
           03 S-ARC-HASTA     PIC X(8).

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           PERFORM LEER-PARAMETROS
           OPEN OUTPUT SALIDA
           MOVE W-NIF      TO S-NIF-TIT
           MOVE WFECHA-HOY TO S-FECHA-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           IF W-NIF = SPACES AND W-COD-PARAM = SPACES
               DISPLAY 'VENDACC SIN NIF NI CODIGO EN NAT-VENDACC.PAR'
               MOVE '  SIN NIF NI CODIGO: NO SE BUSCA NADA'
                   TO S-TITULO
               WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF W-COD-PARAM NOT = SPACES
                   MOVE W-COD-PARAM TO W-COD-BUSCA
                   PERFORM ANADIR-CODIGO
               END-IF
               PERFORM BUSCAR-MAESTRO
               PERFORM BUSCAR-ENVIO
               PERFORM LISTAR-RETENCION
               PERFORM LISTAR-PAGOS
               PERFORM LISTAR-TRANSFERENCIAS
               PERFORM LISTAR-IRPF
               PERFORM RESUMIR-ARCHIVOS
               IF W-CNT-ESCRITOS = 0
                   MOVE 'NO CONSTA NINGUN DATO DE ESTA PERSONA'
                       TO S-TITULO
                   WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF CODIGOS-DESBORDADA
                   DISPLAY 'VENDACC MAS DE 20 CODIGOS: LISTADO '
                       'INCOMPLETO'
                   MOVE 'MAS DE 20 CODIGOS: LISTADO INCOMPLETO, REVISAR'
                       TO S-TITULO
                   WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM GRABAR-AUDITORIA
           CLOSE SALIDA
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS AT END MOVE SPACES TO REG-PARAMETROS
               END-READ
               unstring REG-PARAMETROS delimited by ';' into
                   W-NIF W-COD-PARAM
               end-unstring
               CLOSE PARAMETROS
           END-IF.

      * SIN HUECO EN LA TABLA W-POS-COD QUEDA A CERO: QUIEN LLAMA
      * NO TOCA LA TABLA.
       ANADIR-CODIGO.
           PERFORM BUSCAR-CODIGO
           IF NOT ENCONTRADO-S AND W-NUM-CODIGOS NOT < 20
               SET CODIGOS-DESBORDADA TO TRUE
           END-IF
           IF NOT ENCONTRADO-S AND W-NUM-CODIGOS < 20
               ADD 1 TO W-NUM-CODIGOS
               MOVE W-NUM-CODIGOS TO W-POS-COD
               MOVE W-COD-BUSCA TO TCO-COD-VENDEDOR(W-POS-COD)
               MOVE SPACES TO TCO-IBAN(W-POS-COD)
                              TCO-REF-PAGO(W-POS-COD)
                              TCO-HA-DESDE(W-POS-COD)
                              TCO-HA-HASTA(W-POS-COD)
                              TCO-VA-DESDE(W-POS-COD)
                              TCO-VA-HASTA(W-POS-COD)
               MOVE 0 TO TCO-HA-FILAS(W-POS-COD)
                         TCO-VA-FILAS(W-POS-COD)
           END-IF.

       BUSCAR-CODIGO.
           MOVE 'N' TO W-ENCONTRADO
           MOVE 0   TO W-POS-COD
           PERFORM VARYING IX-COD FROM 1 BY 1
                   UNTIL IX-COD > W-NUM-CODIGOS OR ENCONTRADO-S
               IF TCO-COD-VENDEDOR(IX-COD) = W-COD-BUSCA
                   SET ENCONTRADO-S TO TRUE
                   SET W-POS-COD TO IX-COD
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * MAESTRO: TODO EL FICHERO POR NIF, MAS EL CODIGO DEL
      * PARAMETRO AUNQUE YA NO TENGA NIF.
      *----------------------------------------------------------*
       BUSCAR-MAESTRO.
           MOVE 'MAESTRO DE VENDEDORES (NAT-VENDEDORES)' TO S-TITULO
           WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
           MOVE 0 TO W-CNT-SECCION
           OPEN INPUT VENDEDORES
           IF WS-FS-VENDEDORES NOT = '00'
               MOVE '  NO DISPONIBLE' TO S-TITULO
               WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
               CLOSE VENDEDORES
           ELSE
               MOVE LOW-VALUES TO V-cod-vendedor
               MOVE 0 TO FE
               START VENDEDORES KEY IS NOT < V-cod-vendedor
                   INVALID KEY MOVE 1 TO FE
               END-START
               PERFORM UNTIL FE = 1
                   READ VENDEDORES NEXT RECORD
                       AT END MOVE 1 TO FE
                   END-READ
                   IF FE = 0
                       ADD 1 TO W-CNT-LEIDOS
                       MOVE V-cod-vendedor TO W-COD-BUSCA
                       PERFORM BUSCAR-CODIGO
                       IF (W-NIF NOT = SPACES AND V-NIF = W-NIF)
                          OR ENCONTRADO-S
                           PERFORM ANADIR-CODIGO
                           IF W-POS-COD > 0
                             MOVE V-IBAN     TO TCO-IBAN(W-POS-COD)
                             MOVE V-REF-PAGO TO TCO-REF-PAGO(W-POS-COD)
                           END-IF
                           PERFORM LISTAR-MAESTRO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VENDEDORES
           END-IF
           PERFORM CERRAR-SECCION.

       LISTAR-MAESTRO.
           ADD 1 TO W-CNT-SECCION W-CNT-ESCRITOS
           MOVE 'CODIGO DE VENDEDOR'   TO S-DAT-ETIQUETA
           MOVE V-cod-vendedor         TO S-DAT-VALOR
           WRITE REG-SALIDA FROM CAB-DATO END-WRITE
           MOVE 'NOMBRE'               TO S-DAT-ETIQUETA
           MOVE V-nombre               TO S-DAT-VALOR
           WRITE REG-SALIDA FROM CAB-DATO END-WRITE
           MOVE 'NIF'                  TO S-DAT-ETIQUETA
           MOVE V-NIF                  TO S-DAT-VALOR
           WRITE REG-SALIDA FROM CAB-DATO END-WRITE
           MOVE 'FECHA DE ALTA'        TO S-DAT-ETIQUETA
           MOVE V-fecha-alta           TO S-DAT-VALOR
           WRITE REG-SALIDA FROM CAB-DATO END-WRITE
           MOVE 'FECHA DE NACIMIENTO'  TO S-DAT-ETIQUETA
           MOVE V-fecha-nacimiento     TO S-DAT-VALOR
           WRITE REG-SALIDA FROM CAB-DATO END-WRITE
           MOVE 'DIRECCION'            TO S-DAT-ETIQUETA
           MOVE V-DIRECCION            TO S-DAT-VALOR
           WRITE REG-SALIDA FROM CAB-DATO END-WRITE
           MOVE 'POBLACION'            TO S-DAT-ETIQUETA
           MOVE V-POBLACION            TO S-DAT-VALOR
           WRITE REG-SALIDA FROM CAB-DATO END-WRITE
           MOVE 'CODIGO POSTAL'        TO S-DAT-ETIQUETA
           MOVE V-COD-POSTAL           TO S-DAT-VALOR
           WRITE REG-SALIDA FROM CAB-DATO END-WRITE
           MOVE 'TELEFONO'             TO S-DAT-ETIQUETA
           MOVE V-TELEFONO             TO S-DAT-VALOR
           WRITE REG-SALIDA FROM CAB-DATO END-WRITE
           MOVE 'ESTADO'               TO S-DAT-ETIQUETA
           MOVE V-ESTADO               TO S-DAT-VALOR
           WRITE REG-SALIDA FROM CAB-DATO END-WRITE
           MOVE 'VALORACION (GUAPO)'   TO S-DAT-ETIQUETA
           MOVE V-GUAPO                TO S-DAT-VALOR
           WRITE REG-SALIDA FROM CAB-DATO END-WRITE
           MOVE 'EDAD'                 TO S-DAT-ETIQUETA
           MOVE V-EDAD                 TO S-DAT-VALOR
           WRITE REG-SALIDA FROM CAB-DATO END-WRITE
           MOVE 'ANTIGUEDAD'           TO S-DAT-ETIQUETA
           MOVE V-ANTIGUEDAD           TO S-DAT-VALOR
           WRITE REG-SALIDA FROM CAB-DATO END-WRITE
           MOVE 'IBAN'                 TO S-DAT-ETIQUETA
           MOVE V-IBAN                 TO S-DAT-VALOR
           WRITE REG-SALIDA FROM CAB-DATO END-WRITE
           MOVE 'REFERENCIA DE PAGO'   TO S-DAT-ETIQUETA
           MOVE V-REF-PAGO             TO S-DAT-VALOR
           WRITE REG-SALIDA FROM CAB-DATO END-WRITE
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE.

      *----------------------------------------------------------*
      * ENVIO DE LAS DELEGACIONES: LA LINEA ENTERA, TAL COMO LLEGA.
      *----------------------------------------------------------*
       BUSCAR-ENVIO.
           MOVE 'ENVIO DE LAS DELEGACIONES (NAT-VENDEDORES.TXT)'
               TO S-TITULO
           WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
           MOVE 0 TO W-CNT-SECCION W-NUM-LINEA
           OPEN INPUT ENVIO
           IF WS-FS-ENVIO NOT = '00'
               MOVE '  NO DISPONIBLE' TO S-TITULO
               WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
               CLOSE ENVIO
           ELSE
               MOVE 0 TO FE
               READ ENVIO AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   ADD 1 TO W-CNT-LEIDOS W-NUM-LINEA
                   MOVE SPACES TO W-ENVIO
                   unstring REG-ENVIO delimited by ';' into
                     W-ENV-COD W-ENV-NOMBRE W-ENV-ALTA W-ENV-NIF
                     W-ENV-NACIMIENTO W-ENV-DIRECCION W-ENV-POBLACION
                     W-ENV-COD-POSTAL W-ENV-TELEFONO W-ENV-ESTADO
                     W-ENV-GUAPO W-ENV-IBAN W-ENV-REF-PAGO
                   end-unstring
                   inspect W-ENV-COD replacing all ' ' by '0'
                   MOVE W-ENV-COD TO W-COD-BUSCA
                   PERFORM BUSCAR-CODIGO
                   IF (W-NIF NOT = SPACES AND W-ENV-NIF = W-NIF)
                      OR ENCONTRADO-S
                       PERFORM ANADIR-CODIGO
                       IF W-POS-COD > 0
                           IF TCO-IBAN(W-POS-COD) = SPACES
                               MOVE W-ENV-IBAN TO TCO-IBAN(W-POS-COD)
                           END-IF
                           IF TCO-REF-PAGO(W-POS-COD) = SPACES
                               MOVE W-ENV-REF-PAGO
                                   TO TCO-REF-PAGO(W-POS-COD)
                           END-IF
                       END-IF
                       ADD 1 TO W-CNT-SECCION W-CNT-ESCRITOS
                       MOVE W-NUM-LINEA TO S-ENV-LINEA
                       MOVE REG-ENVIO   TO S-ENV-TEXTO
                       WRITE REG-SALIDA FROM CAB-ENVIO END-WRITE
                   END-IF
                   READ ENVIO AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE ENVIO
           END-IF
           PERFORM CERRAR-SECCION.

       LISTAR-RETENCION.
           MOVE 'REGISTRO DE RETENCION (NAT-VENDEDORES.RET)'
               TO S-TITULO
           WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
           MOVE 0 TO W-CNT-SECCION
           OPEN INPUT RETENCION
           IF WS-FS-RET NOT = '00'
               CLOSE RETENCION
           ELSE
               MOVE 0 TO FE
               READ RETENCION AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   ADD 1 TO W-CNT-LEIDOS
                   MOVE RT-cod-vendedor TO W-COD-BUSCA
                   PERFORM BUSCAR-CODIGO
                   IF ENCONTRADO-S
                       ADD 1 TO W-CNT-SECCION W-CNT-ESCRITOS
                       MOVE RT-cod-vendedor TO S-RET-COD
                       MOVE RT-fecha-baja   TO S-RET-BAJA
                       MOVE SPACES TO S-RET-SITUACION
                       IF RT-ANONIMIZADO
                           STRING 'ANONIMIZADO EL ' DELIMITED BY SIZE
                                  RT-fecha-anon     DELIMITED BY SIZE
                                  INTO S-RET-SITUACION
                           END-STRING
                       ELSE
                           MOVE 'PENDIENTE DE ANONIMIZAR'
                               TO S-RET-SITUACION
                       END-IF
                       WRITE REG-SALIDA FROM CAB-RETENCION END-WRITE
                   END-IF
                   READ RETENCION AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE RETENCION
           END-IF
           PERFORM CERRAR-SECCION.

       LISTAR-PAGOS.
           MOVE 'ESTADO DE PAGOS (NAT-PAGOS.EST)' TO S-TITULO
           WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
           MOVE 0 TO W-CNT-SECCION
           OPEN INPUT PAGOSEST
           IF WS-FS-EST NOT = '00'
               CLOSE PAGOSEST
           ELSE
               MOVE 0 TO FE
               READ PAGOSEST AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   ADD 1 TO W-CNT-LEIDOS
                   MOVE EST-COD-VENDEDOR TO W-COD-BUSCA
                   PERFORM BUSCAR-CODIGO
                   IF ENCONTRADO-S
                       ADD 1 TO W-CNT-SECCION W-CNT-ESCRITOS
                       MOVE EST-COD-VENDEDOR TO S-PAG-COD
                       MOVE EST-REFERENCIA   TO S-PAG-REF
                       MOVE EST-IMPORTE      TO S-PAG-IMPORTE
                       MOVE EST-ESTADO       TO S-PAG-ESTADO
                       MOVE EST-FECHA        TO S-PAG-FECHA
                       MOVE EST-MOTIVO       TO S-PAG-MOTIVO
                       WRITE REG-SALIDA FROM CAB-PAGO END-WRITE
                   END-IF
                   READ PAGOSEST AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE PAGOSEST
           END-IF
           PERFORM CERRAR-SECCION.

      * LA REMESA NO LLEVA CODIGO: SE CASA POR IBAN O REFERENCIA.
       LISTAR-TRANSFERENCIAS.
           MOVE 'ULTIMA REMESA AL BANCO (NAT-TRANSFERENCIAS)'
               TO S-TITULO
           WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
           MOVE 0 TO W-CNT-SECCION
           OPEN INPUT TRANSFERENCIAS
           IF WS-FS-TRA NOT = '00'
               CLOSE TRANSFERENCIAS
           ELSE
               MOVE 0 TO FE
               READ TRANSFERENCIAS AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   ADD 1 TO W-CNT-LEIDOS
                   MOVE 'N' TO W-ENCONTRADO
                   PERFORM VARYING IX-COD FROM 1 BY 1
                           UNTIL IX-COD > W-NUM-CODIGOS OR ENCONTRADO-S
                       IF (TCO-IBAN(IX-COD) NOT = SPACES
                           AND TR-IBAN = TCO-IBAN(IX-COD))
                          OR (TCO-REF-PAGO(IX-COD) NOT = SPACES
                           AND TR-REFERENCIA = TCO-REF-PAGO(IX-COD))
                           SET ENCONTRADO-S TO TRUE
                       END-IF
                   END-PERFORM
                   IF ENCONTRADO-S
                       ADD 1 TO W-CNT-SECCION W-CNT-ESCRITOS
                       MOVE TR-IBAN       TO S-TRA-IBAN
                       MOVE TR-REFERENCIA TO S-TRA-REF
                       MOVE TR-NOMBRE     TO S-TRA-NOMBRE
                       MOVE TR-IMPORTE    TO S-TRA-IMPORTE
                       MOVE TR-RETENCION  TO S-TRA-RETENCION
                       WRITE REG-SALIDA FROM CAB-TRANSFERENCIA
                       END-WRITE
                   END-IF
                   READ TRANSFERENCIAS AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE TRANSFERENCIAS
           END-IF
           PERFORM CERRAR-SECCION.

       LISTAR-IRPF.
           MOVE 'REGISTRO IRPF (NAT-IRPF.ACUM)' TO S-TITULO
           WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
           MOVE 0 TO W-CNT-SECCION
           OPEN INPUT ACUMIRPF
           IF WS-FS-ACUM NOT = '00'
               CLOSE ACUMIRPF
           ELSE
               PERFORM VARYING IX-COD FROM 1 BY 1
                       UNTIL IX-COD > W-NUM-CODIGOS
                   MOVE TCO-COD-VENDEDOR(IX-COD) TO AC-cod-vendedor
                   MOVE LOW-VALUES TO AC-ano
                   MOVE 0 TO FE
                   START ACUMIRPF KEY IS NOT < AC-CLAVE
                       INVALID KEY MOVE 1 TO FE
                   END-START
                   PERFORM UNTIL FE = 1
                       READ ACUMIRPF NEXT RECORD
                           AT END MOVE 1 TO FE
                       END-READ
                       IF FE = 0 AND
                          AC-cod-vendedor NOT = TCO-COD-VENDEDOR(IX-COD)
                           MOVE 1 TO FE
                       END-IF
                       IF FE = 0
                           ADD 1 TO W-CNT-LEIDOS
                           PERFORM LISTAR-FILA-IRPF
                       END-IF
                   END-PERFORM
               END-PERFORM
               CLOSE ACUMIRPF
           END-IF
           PERFORM CERRAR-SECCION.

       LISTAR-FILA-IRPF.
           ADD 1 TO W-CNT-SECCION W-CNT-ESCRITOS
           MOVE AC-cod-vendedor TO S-IRP-COD
           MOVE AC-ano          TO S-IRP-ANO
           MOVE AC-bruto        TO S-IRP-BRUTO
           MOVE AC-retenido     TO S-IRP-RETENIDO
           MOVE AC-neto         TO S-IRP-NETO
           IF AC-DEFINITIVO
               MOVE 'DEFINITIVO'  TO S-IRP-SITUACION
           ELSE
               MOVE 'PROVISIONAL' TO S-IRP-SITUACION
           END-IF
           WRITE REG-SALIDA FROM CAB-IRPF END-WRITE.

      *----------------------------------------------------------*
      * ARCHIVOS: LA DD CONCATENA TODAS LAS GENERACIONES; SE
      * RESUME POR CODIGO (FILAS Y PERIODO CUBIERTO).
      *----------------------------------------------------------*
       RESUMIR-ARCHIVOS.
           MOVE 'ARCHIVOS DE VENTAS (CONSOLIDADO Y DETALLE)'
               TO S-TITULO
           WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
           MOVE 0 TO W-CNT-SECCION
           OPEN INPUT HISTARCH
           IF WS-FS-HAR NOT = '00'
               CLOSE HISTARCH
           ELSE
               MOVE 0 TO FE
               READ HISTARCH AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   ADD 1 TO W-CNT-LEIDOS
                   MOVE HA-cod-vendedor TO W-COD-BUSCA
                   PERFORM BUSCAR-CODIGO
                   IF ENCONTRADO-S
                       ADD 1 TO TCO-HA-FILAS(W-POS-COD)
                       IF TCO-HA-DESDE(W-POS-COD) = SPACES
                          OR HA-anomes < TCO-HA-DESDE(W-POS-COD)
                           MOVE HA-anomes TO TCO-HA-DESDE(W-POS-COD)
                       END-IF
                       IF HA-anomes > TCO-HA-HASTA(W-POS-COD)
                           MOVE HA-anomes TO TCO-HA-HASTA(W-POS-COD)
                       END-IF
                   END-IF
                   READ HISTARCH AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE HISTARCH
           END-IF
           OPEN INPUT VENTARCH
           IF WS-FS-VAR NOT = '00'
               CLOSE VENTARCH
           ELSE
               MOVE 0 TO FE
               READ VENTARCH AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   ADD 1 TO W-CNT-LEIDOS
                   MOVE VA-cod-vendedor TO W-COD-BUSCA
                   PERFORM BUSCAR-CODIGO
                   IF ENCONTRADO-S
                       ADD 1 TO TCO-VA-FILAS(W-POS-COD)
                       IF TCO-VA-DESDE(W-POS-COD) = SPACES
                          OR VA-fecha-venta < TCO-VA-DESDE(W-POS-COD)
                           MOVE VA-fecha-venta
                               TO TCO-VA-DESDE(W-POS-COD)
                       END-IF
                       IF VA-fecha-venta > TCO-VA-HASTA(W-POS-COD)
                           MOVE VA-fecha-venta
                               TO TCO-VA-HASTA(W-POS-COD)
                       END-IF
                   END-IF
                   READ VENTARCH AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE VENTARCH
           END-IF
           PERFORM VARYING IX-COD FROM 1 BY 1
                   UNTIL IX-COD > W-NUM-CODIGOS
               IF TCO-HA-FILAS(IX-COD) > 0
                   ADD 1 TO W-CNT-SECCION W-CNT-ESCRITOS
                   MOVE 'NAT-VENTAS-HIST.ARCH  ' TO S-ARC-NOMBRE
                   MOVE TCO-COD-VENDEDOR(IX-COD) TO S-ARC-COD
                   MOVE TCO-HA-FILAS(IX-COD)     TO S-ARC-FILAS
                   MOVE TCO-HA-DESDE(IX-COD)     TO S-ARC-DESDE
                   MOVE TCO-HA-HASTA(IX-COD)     TO S-ARC-HASTA
                   WRITE REG-SALIDA FROM CAB-ARCHIVO END-WRITE
               END-IF
               IF TCO-VA-FILAS(IX-COD) > 0
                   ADD 1 TO W-CNT-SECCION W-CNT-ESCRITOS
                   MOVE 'NAT-VENTAS.ARCH       ' TO S-ARC-NOMBRE
                   MOVE TCO-COD-VENDEDOR(IX-COD) TO S-ARC-COD
                   MOVE TCO-VA-FILAS(IX-COD)     TO S-ARC-FILAS
                   MOVE TCO-VA-DESDE(IX-COD)     TO S-ARC-DESDE
                   MOVE TCO-VA-HASTA(IX-COD)     TO S-ARC-HASTA
                   WRITE REG-SALIDA FROM CAB-ARCHIVO END-WRITE
               END-IF
           END-PERFORM
           PERFORM CERRAR-SECCION.

       CERRAR-SECCION.
           IF W-CNT-SECCION = 0
               MOVE '  NADA' TO S-TITULO
               WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
           END-IF.

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES           TO REG-AUDITORIA
           MOVE 'VENDACC'        TO AUD-PROGRAMA
           MOVE WFECHA-HOY       TO AUD-FECHA
           MOVE WHORA-HOY        TO AUD-HORA
           MOVE W-CNT-LEIDOS     TO AUD-LEIDOS
           MOVE W-CNT-ESCRITOS   TO AUD-ESCRITOS
           MOVE 0                TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.
