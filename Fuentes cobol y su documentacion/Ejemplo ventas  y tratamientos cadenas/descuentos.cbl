       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCUENTOS.
       AUTHOR. J.GAYAN.
      * DESCUENTOS CONCEDIDOS EN EL MES DE CIERRE (NAT-VENTAMES.PAR)
      * POR LAS TARIFAS DE CLIENTE QUE APLICA VENTAVALOR: IMPORTE
      * BRUTO A PRECIO DE LISTA, DESCUENTO, BASE NETA Y % DE
      * DESCUENTO, POR CLIENTE Y POR VENDEDOR, CON TOTAL GENERAL.
      * SOLO SE LISTAN LOS CLIENTES Y VENDEDORES CON ALGUN DESCUENTO;
      * EL TOTAL GENERAL RECOGE TODO EL MES. LOS ABONOS RESTAN.
      * LOS TOTALES SALEN DE ORDENAR Y CORTAR POR CONTROL, COMO EN
      * VENTAVALOR, SIN TOPE DE CLIENTES NI DE VENDEDORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT entrada ASSIGN TO 'NAT-ventas-valor'
           organization is line sequential
           FILE STATUS IS WS-FS-ENTRADA.
           SELECT clientes ASSIGN TO 'NAT-clientes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS C-cod-cliente
           FILE STATUS IS WS-FS-CLIENTES.
           SELECT vendedores ASSIGN TO 'NAT-vendedores'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS V-cod-vendedor
           FILE STATUS IS WS-FS-VENDEDORES.
           SELECT parametros ASSIGN TO 'NAT-ventames.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PAR.
           SELECT salida  ASSIGN TO 'NAT-salida-descuentos'
           organization is line  sequential.
           SELECT ordcli ASSIGN TO 'NAT-descuentos.srt'.
           SELECT trabajo ASSIGN TO 'NAT-descuentos.tmp'
           organization is line sequential.
           SELECT ordven ASSIGN TO 'NAT-descuentos.ven'.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 90 CHARACTERS
           DATA RECORD IS REG-ENTRADA.
       01  REG-ENTRADA.
           03 E-cod-vendedor    PIC X(4).
           03 E-cod-producto    PIC XX.
           03 E-fecha-venta     PIC X(8).
           03 E-kilos           PIC X(6).
           03 E-valor           PIC X(11).
           03 E-valor-N REDEFINES E-valor PIC 9(9)V99.
           03 E-cuota           PIC X(11).
           03 E-total           PIC X(11).
           03 E-tipo-mov        PIC X.
           03 E-cod-cliente     PIC X(4).
           03 E-delegacion      PIC X(3).
           03 E-precio-lista    PIC X(6).
           03 E-bruto           PIC X(11).
           03 E-bruto-N REDEFINES E-bruto PIC 9(9)V99.
           03 E-descuento       PIC X(11).
           03 E-descuento-N REDEFINES E-descuento PIC 9(9)V99.
           03 E-origen-tarifa   PIC X.
       FD  CLIENTES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 47 CHARACTERS
           DATA RECORD IS REG-CLIENTE.
       01  REG-CLIENTE.
           03 C-cod-cliente  PIC X(4).
           03 C-nombre       PIC X(20).
           03 C-poblacion    PIC X(10).
           03 C-cod-vendedor PIC X(4).
           03 C-nif          PIC X(9).
       FD  VENDEDORES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 139 CHARACTERS
           DATA RECORD IS REG-VENDEDOR.
       01  REG-VENDEDOR.
           03 V-cod-vendedor      PIC X(4).
           03 V-nombre            PIC X(10).
           03 FILLER              PIC X(125).
       FD  PARAMETROS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 6 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           03 PAR-MES-CIERRE   PIC X(6).
       FD  SALIDA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 132 CHARACTERS
           DATA RECORD IS REG-SALIDA.
       01  reg-salida        pic x(132).
       SD  ORDCLI
           DATA RECORD IS REG-ORDCLI.
       01  REG-ORDCLI.
           03 OC-cod-cliente  PIC X(4).
           03 OC-cod-vendedor PIC X(4).
           03 OC-bruto        PIC S9(9)V99.
           03 OC-descuento    PIC S9(9)V99.
           03 OC-neto         PIC S9(9)V99.
      * MISMO TRAZADO FISICO QUE REG-ORDVEN: EL SEGUNDO SORT LO LEE
      * CON USING, BYTE A BYTE.
       FD  TRABAJO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 41 CHARACTERS
           DATA RECORD IS REG-TRABAJO.
       01  REG-TRABAJO.
           03 T-cod-cliente   PIC X(4).
           03 T-cod-vendedor  PIC X(4).
           03 T-bruto         PIC S9(9)V99.
           03 T-descuento     PIC S9(9)V99.
           03 T-neto          PIC S9(9)V99.
       SD  ORDVEN
           DATA RECORD IS REG-ORDVEN.
       01  REG-ORDVEN.
           03 OV-cod-cliente  PIC X(4).
           03 OV-cod-vendedor PIC X(4).
           03 OV-bruto        PIC S9(9)V99.
           03 OV-descuento    PIC S9(9)V99.
           03 OV-neto         PIC S9(9)V99.
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
       01  WS-FS-ENTRADA       PIC XX.
       01  WS-FS-CLIENTES      PIC XX.
       01  WS-FS-VENDEDORES    PIC XX.
       01  WS-FS-PAR           PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  W-CLI-DISP          PIC X VALUE 'N'.
           88 CLIENTES-DISPONIBLE    VALUE 'S'.
       01  W-VEND-DISP         PIC X VALUE 'N'.
           88 VENDEDORES-DISPONIBLE  VALUE 'S'.
       01  W-MES-CIERRE     PIC X(6) VALUE SPACES.
       01  W-CLAVE-ANT      PIC X(4) VALUE SPACES.
       01  W-HAY-GRUPO      PIC X VALUE 'N'.
           88 HAY-GRUPO-ABIERTO   VALUE 'S'.
       01  W-ACU-BRUTO      PIC S9(11)V99 VALUE 0.
       01  W-ACU-DTO        PIC S9(11)V99 VALUE 0.
       01  W-ACU-NETO       PIC S9(11)V99 VALUE 0.
       01  W-TOT-BRUTO      PIC S9(11)V99 VALUE 0.
       01  W-TOT-DTO        PIC S9(11)V99 VALUE 0.
       01  W-TOT-NETO       PIC S9(11)V99 VALUE 0.
       01  W-BRUTO          PIC S9(9)V99 VALUE 0.
       01  W-DTO            PIC S9(9)V99 VALUE 0.
       01  W-NETO           PIC S9(9)V99 VALUE 0.
       01  W-PCT            PIC S9(5)V99 VALUE 0.
       77  W-CNT-LEIDOS     PIC 9(7) VALUE 0.
       77  W-CNT-MES        PIC 9(7) VALUE 0.
       77  W-CNT-CLIENTES   PIC 9(7) VALUE 0.
       77  W-CNT-VENDEDORES PIC 9(7) VALUE 0.
       01  WFECHA-HOY       PIC 9(8).
       01  WHORA-HOY        PIC 9(6).
       77  FE       PIC 9    VALUE 0.
       77  FE-SRT   PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(34)
              VALUE 'DESCUENTOS POR TARIFA DEL MES     '.
           03 S-MES-TIT  PIC X(6).
       01  CABECERA2.
           03 FILLER PIC X(20)  VALUE SPACES.
           03 S-seccion      PIC X(20).
       01  CABECERA3.
           03 FILLER PIC X(5)   VALUE 'CLAVE'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20)  VALUE 'NOMBRE'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15)  VALUE '  BRUTO LISTA  '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15)  VALUE '      DESCUENTO'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15)  VALUE '      BASE NETA'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9)   VALUE '    % DTO'.
       01  CABECERA4.
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-clave        PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-nombre       PIC X(20).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-bruto        PIC -zzz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-dto          PIC -zzz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-neto         PIC -zzz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-pct          PIC -zzzz9,99.
       01  CABECERA5.
           03 FILLER         PIC X(22)
              VALUE 'LINEAS DEL MES:       '.
           03 S-CNT-MES      PIC zzzzzz9.
           03 FILLER         PIC X(24)
              VALUE '  CLIENTES CON DTO.:    '.
           03 S-CNT-CLI      PIC zzzzz9.
           03 FILLER         PIC X(24)
              VALUE '  VENDEDORES CON DTO.:  '.
           03 S-CNT-VEN      PIC zzzzz9.

       PROCEDURE DIVISION.
       ABRIR.
           PERFORM LEER-PARAMETROS
           IF W-MES-CIERRE = SPACES OR W-MES-CIERRE NOT NUMERIC
               DISPLAY 'DESCUENTOS SIN MES DE CIERRE VALIDO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ENTRADA
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'DESCUENTOS SIN NAT-VENTAS-VALOR FS='
                   WS-FS-ENTRADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES = '00'
               SET CLIENTES-DISPONIBLE TO TRUE
           END-IF
           OPEN INPUT VENDEDORES
           IF WS-FS-VENDEDORES = '00'
               SET VENDEDORES-DISPONIBLE TO TRUE
           END-IF
           OPEN OUTPUT SALIDA
           MOVE W-MES-CIERRE TO S-MES-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           SORT ORDCLI
               ON ASCENDING KEY OC-cod-cliente
               INPUT PROCEDURE IS LEER-MES
               OUTPUT PROCEDURE IS IMPRIMIR-CLIENTES
           SORT ORDVEN
               ON ASCENDING KEY OV-cod-vendedor
               USING TRABAJO
               OUTPUT PROCEDURE IS IMPRIMIR-VENDEDORES
           MOVE SPACES TO S-seccion
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           MOVE SPACES        TO S-clave
           MOVE 'TOTAL DEL MES' TO S-nombre
           MOVE W-TOT-BRUTO TO W-ACU-BRUTO
           MOVE W-TOT-DTO   TO W-ACU-DTO
           MOVE W-TOT-NETO  TO W-ACU-NETO
           PERFORM IMPRIMIR-LINEA
           MOVE W-CNT-MES        TO S-CNT-MES
           MOVE W-CNT-CLIENTES   TO S-CNT-CLI
           MOVE W-CNT-VENDEDORES TO S-CNT-VEN
           WRITE REG-SALIDA FROM CABECERA5 END-WRITE
           PERFORM GRABAR-AUDITORIA
           IF CLIENTES-DISPONIBLE
               CLOSE CLIENTES
           END-IF
           IF VENDEDORES-DISPONIBLE
               CLOSE VENDEDORES
           END-IF
           CLOSE ENTRADA SALIDA
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS AT END MOVE SPACES TO REG-PARAMETROS
               END-READ
               MOVE PAR-MES-CIERRE TO W-MES-CIERRE
               CLOSE PARAMETROS
           END-IF.

      * LINEAS DEL MES CON SIGNO. UNA LINEA SIN DESGLOSE DE TARIFA
      * CUENTA TODA SU BASE COMO BRUTO, SIN DESCUENTO.
       LEER-MES.
           OPEN OUTPUT TRABAJO
           READ ENTRADA AT END MOVE 1 TO FE END-READ
           PERFORM UNTIL FE = 1
               ADD 1 TO W-CNT-LEIDOS
               IF E-fecha-venta(1:6) = W-MES-CIERRE
                  AND E-valor IS NUMERIC
                   PERFORM TRATAR-LINEA
               END-IF
               READ ENTRADA AT END MOVE 1 TO FE END-READ
           END-PERFORM
           CLOSE TRABAJO.

       TRATAR-LINEA.
           ADD 1 TO W-CNT-MES
           IF E-bruto IS NUMERIC AND E-descuento IS NUMERIC
               MOVE E-bruto-N     TO W-BRUTO
               MOVE E-descuento-N TO W-DTO
           ELSE
               MOVE E-valor-N     TO W-BRUTO
               MOVE 0             TO W-DTO
           END-IF
           MOVE E-valor-N TO W-NETO
           IF E-tipo-mov = 'A'
               COMPUTE W-BRUTO = 0 - W-BRUTO
               COMPUTE W-DTO   = 0 - W-DTO
               COMPUTE W-NETO  = 0 - W-NETO
           END-IF
           ADD W-BRUTO TO W-TOT-BRUTO
           ADD W-DTO   TO W-TOT-DTO
           ADD W-NETO  TO W-TOT-NETO
           MOVE E-cod-cliente  TO OC-cod-cliente
           MOVE E-cod-vendedor TO OC-cod-vendedor
           MOVE W-BRUTO        TO OC-bruto
           MOVE W-DTO          TO OC-descuento
           MOVE W-NETO         TO OC-neto
           RELEASE REG-ORDCLI
           MOVE REG-ORDCLI TO REG-TRABAJO
           WRITE REG-TRABAJO END-WRITE.

       IMPRIMIR-CLIENTES.
           MOVE 'POR CLIENTE' TO S-seccion
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE
           MOVE 0 TO FE-SRT
           MOVE 'N' TO W-HAY-GRUPO
           PERFORM UNTIL FE-SRT = 1
               RETURN ORDCLI
                   AT END MOVE 1 TO FE-SRT
               END-RETURN
               IF FE-SRT = 0
                   IF HAY-GRUPO-ABIERTO AND
                      OC-cod-cliente NOT = W-CLAVE-ANT
                       PERFORM IMPRIMIR-UN-CLIENTE
                   END-IF
                   IF NOT HAY-GRUPO-ABIERTO OR
                      OC-cod-cliente NOT = W-CLAVE-ANT
                       MOVE OC-cod-cliente TO W-CLAVE-ANT
                       MOVE 'S' TO W-HAY-GRUPO
                       MOVE 0 TO W-ACU-BRUTO W-ACU-DTO W-ACU-NETO
                   END-IF
                   ADD OC-bruto     TO W-ACU-BRUTO
                   ADD OC-descuento TO W-ACU-DTO
                   ADD OC-neto      TO W-ACU-NETO
               END-IF
           END-PERFORM
           IF HAY-GRUPO-ABIERTO
               PERFORM IMPRIMIR-UN-CLIENTE
           END-IF.

       IMPRIMIR-UN-CLIENTE.
           IF W-ACU-DTO NOT = 0
               ADD 1 TO W-CNT-CLIENTES
               MOVE W-CLAVE-ANT TO S-clave
               MOVE 'DESCONOCIDO' TO S-nombre
               IF CLIENTES-DISPONIBLE
                   MOVE W-CLAVE-ANT TO C-cod-cliente
                   READ CLIENTES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE C-nombre TO S-nombre
                   END-READ
               END-IF
               PERFORM IMPRIMIR-LINEA
           END-IF.

       IMPRIMIR-VENDEDORES.
           MOVE 'POR VENDEDOR' TO S-seccion
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE
           MOVE 0 TO FE-SRT
           MOVE 'N' TO W-HAY-GRUPO
           PERFORM UNTIL FE-SRT = 1
               RETURN ORDVEN
                   AT END MOVE 1 TO FE-SRT
               END-RETURN
               IF FE-SRT = 0
                   IF HAY-GRUPO-ABIERTO AND
                      OV-cod-vendedor NOT = W-CLAVE-ANT
                       PERFORM IMPRIMIR-UN-VENDEDOR
                   END-IF
                   IF NOT HAY-GRUPO-ABIERTO OR
                      OV-cod-vendedor NOT = W-CLAVE-ANT
                       MOVE OV-cod-vendedor TO W-CLAVE-ANT
                       MOVE 'S' TO W-HAY-GRUPO
                       MOVE 0 TO W-ACU-BRUTO W-ACU-DTO W-ACU-NETO
                   END-IF
                   ADD OV-bruto     TO W-ACU-BRUTO
                   ADD OV-descuento TO W-ACU-DTO
                   ADD OV-neto      TO W-ACU-NETO
               END-IF
           END-PERFORM
           IF HAY-GRUPO-ABIERTO
               PERFORM IMPRIMIR-UN-VENDEDOR
           END-IF.

       IMPRIMIR-UN-VENDEDOR.
           IF W-ACU-DTO NOT = 0
               ADD 1 TO W-CNT-VENDEDORES
               MOVE W-CLAVE-ANT TO S-clave
               MOVE 'DESCONOCIDO' TO S-nombre
               IF VENDEDORES-DISPONIBLE
                   MOVE W-CLAVE-ANT TO V-cod-vendedor
                   READ VENDEDORES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE V-nombre TO S-nombre
                   END-READ
               END-IF
               PERFORM IMPRIMIR-LINEA
           END-IF.

      * % DE DESCUENTO SOBRE EL BRUTO A PRECIO DE LISTA.
       IMPRIMIR-LINEA.
           MOVE W-ACU-BRUTO TO S-bruto
           MOVE W-ACU-DTO   TO S-dto
           MOVE W-ACU-NETO  TO S-neto
           MOVE 0 TO W-PCT
           IF W-ACU-BRUTO NOT = 0
               COMPUTE W-PCT ROUNDED = W-ACU-DTO * 100 / W-ACU-BRUTO
                   ON SIZE ERROR MOVE 0 TO W-PCT
               END-COMPUTE
           END-IF
           MOVE W-PCT TO S-pct
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE.

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES       TO REG-AUDITORIA
           MOVE 'DESCUENTOS' TO AUD-PROGRAMA
           MOVE WFECHA-HOY   TO AUD-FECHA
           MOVE WHORA-HOY    TO AUD-HORA
           MOVE W-CNT-LEIDOS TO AUD-LEIDOS
           COMPUTE AUD-ESCRITOS = W-CNT-CLIENTES + W-CNT-VENDEDORES
           MOVE 0            TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.
