       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDRET.
       AUTHOR. J.GAYAN.
      * RETENCION DE LOS DATOS PERSONALES DE LOS VENDEDORES (NATRGPD,
      * MENSUAL). LLEVA EL REGISTRO NAT-VENDEDORES.RET CON LA FECHA
      * DE BAJA DE CADA VENDEDOR QUE DEJO LA CASA Y ANONIMIZA EN EL
      * MAESTRO A LOS QUE LA DEJARON HACE MAS DE LA RETENCION LEGAL:
      *   - VENDEDOR DEL MAESTRO CON ESTADO DISTINTO DE 'activo' Y
      *     SIN FILA EN EL REGISTRO: SE ANOTA LA BAJA CON LA FECHA
      *     DE HOY (LAS BAJAS DE VENDMANT LA ANOTAN ELLAS MISMAS).
      *     LA RETENCION CUENTA DESDE QUE SE VIO LA BAJA, NUNCA
      *     ANTES DE TIEMPO.
      *   - VENDEDOR QUE VUELVE A ESTAR 'activo' ANTES DE
      *     ANONIMIZARSE: SE QUITA DEL REGISTRO.
      *   - BAJA MAS VIEJA QUE LA RETENCION: SE BORRAN NOMBRE, NIF,
      *     NACIMIENTO, DIRECCION, POBLACION, CODIGO POSTAL,
      *     TELEFONO, IBAN Y REFERENCIA DE PAGO. SE CONSERVAN EL
      *     CODIGO, LA FECHA DE ALTA, EL ESTADO Y LA ANTIGUEDAD; LOS
      *     TOTALES FISCALES DE NAT-IRPF.ACUM Y LAS VENTAS VAN POR
      *     CODIGO Y NO SE TOCAN. LA FILA PASA A 'A' (ANONIMIZADO)
      *     Y YA NO SALE DEL REGISTRO.
      *   - VENDEDORES Y VENDMANT YA NO CARGAN DATOS DE UN CODIGO
      *     ANONIMIZADO; SI AUN ASI EL MAESTRO LOS TRAE (CARGA SIN
      *     EL REGISTRO), SE VUELVE A ANONIMIZAR CON AVISO RC=4.
      * PARAMETRO NAT-VENDRET.PAR: AA = ANOS DE RETENCION (SIN
      * PARAMETRO 06; NUNCA MENOS DE 4, LA PRESCRIPCION FISCAL).
      * RC=8 SI EL MAESTRO NO ESTA DISPONIBLE O EL REGISTRO NO CABE
      * EN LA TABLA (NO SE TOCA NADA).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parametros ASSIGN TO 'NAT-vendret.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PAR.
           SELECT retencion ASSIGN TO 'NAT-vendedores.ret'
           organization is line sequential
           FILE STATUS IS WS-FS-RET.
           SELECT maestro ASSIGN TO 'NAT-vendedores'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS M-cod-vendedor
           FILE STATUS IS WS-FS-MAESTRO.
           SELECT salida  ASSIGN TO 'NAT-salida-vendret'
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
           RECORD 2 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           03 PAR-RET-ANOS   PIC XX.
      * REGISTRO DE RETENCION: SITUACION 'B' BAJA PENDIENTE DE
      * ANONIMIZAR, 'A' YA ANONIMIZADO (FECHA-ANON INFORMADA).
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
       FD  MAESTRO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 139 CHARACTERS
           DATA RECORD IS REG-MAESTRO.
       01  REG-MAESTRO.
           03 M-cod-vendedor   PIC x(4).
           03 M-nombre       PIC X(10).
           03 M-fecha-alta   PIC X(8).
           03 M-NIF          PIC X(10).
           03 M-fecha-nacimiento PIC X(8).
           03 M-DIRECION     PIC X(10).
           03 M-POBLACION    PIC X(10).
           03 M-COD-POSTAL   PIC X(10).
           03 M-TELEFONO     PIC X(10).
           03 M-ESTADO       PIC X(12).
           03 M-GUAPO        PIC x.
           03 M-EDAD         PIC 999.
           03 M-ANTIGUEDAD   PIC 999.
           03 M-IBAN         PIC X(24).
           03 M-REF-PAGO     PIC X(16).
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
       01  WS-FS-RET           PIC XX.
       01  WS-FS-MAESTRO       PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  WFECHA-HOY          PIC 9(8).
       01  WFECHA-HOY-R REDEFINES WFECHA-HOY.
           03 WHOY-ANO         PIC 9(4).
           03 WHOY-MMDD        PIC 9(4).
       01  WHORA-HOY           PIC 9(6).
      * RETENCION EN ANOS Y FECHA DE CORTE: SE ANONIMIZA LA BAJA
      * ANTERIOR A HOY MENOS LA RETENCION.
       77  W-RET-ANOS          PIC 99 VALUE 6.
       01  W-FECHA-CORTE       PIC 9(8) VALUE 0.
      * REGISTRO EN MEMORIA. UN CODIGO REPETIDO SE QUEDA CON LA BAJA
      * MAS ANTIGUA, Y SI ALGUNA FILA DICE 'A', ANONIMIZADO.
       01  TABLA-RETENCION.
           03 TRE-VENDEDOR OCCURS 2000 TIMES INDEXED BY IX-RET.
              05 TRE-COD-VENDEDOR  PIC X(4).
              05 TRE-FECHA-BAJA    PIC 9(8).
              05 TRE-SITUACION     PIC X.
              05 TRE-FECHA-ANON    PIC 9(8).
              05 TRE-VISTO         PIC X.
       77  W-NUM-RET           PIC 9(4) COMP VALUE 0.
       77  W-POS-RET           PIC 9(4) COMP VALUE 0.
       01  W-ENCONTRADO        PIC X VALUE 'N'.
           88 ENCONTRADO-S           VALUE 'S'.
       01  W-AVISO             PIC X VALUE 'N'.
           88 HAY-AVISO              VALUE 'S'.
       01  W-ERROR             PIC X VALUE 'N'.
           88 HAY-ERROR              VALUE 'S'.
       01  W-NOTA              PIC X(40) VALUE SPACES.
       01  W-SITUACION         PIC X VALUE SPACE.
       01  W-ANONIMIZA         PIC X VALUE 'N'.
           88 ANONIMIZA-S            VALUE 'S'.
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
       77  W-CNT-ESCRITOS      PIC 9(7) VALUE 0.
       77  W-CNT-BAJAS-NUEVAS  PIC 9(7) VALUE 0.
       77  W-CNT-REINCORP      PIC 9(7) VALUE 0.
       77  W-CNT-ANONIMIZADOS  PIC 9(7) VALUE 0.
       77  W-CNT-REANONIM      PIC 9(7) VALUE 0.
       77  W-CNT-PENDIENTES    PIC 9(7) VALUE 0.
       77  W-CNT-ERRORES       PIC 9(7) VALUE 0.
       77  FE       PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(34)
              VALUE 'RETENCION DE DATOS DE VENDEDORES  '.
           03 FILLER PIC X(7) VALUE 'FECHA '.
           03 S-FECHA-TIT     PIC 9(8).
           03 FILLER PIC X(13) VALUE '  RETENCION '.
           03 S-RET-TIT       PIC z9.
           03 FILLER PIC X(19) VALUE ' ANOS, BAJAS HASTA '.
           03 S-CORTE-TIT     PIC 9(8).
       01  CABECERA2.
           03 FILLER PIC X(40) VALUE ALL '-'.
       01  CABECERA3.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER         PIC X(8) VALUE 'vendedor'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER         PIC X(10) VALUE 'Nombre'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER         PIC X(12) VALUE 'estado'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER         PIC X(10) VALUE 'BAJA'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER         PIC X(40) VALUE 'RESULTADO'.
       01  CAB-DETALLE.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-cod-vendedor PIC X(4).
           03 FILLER         PIC X(6) VALUE SPACES.
           03 S-nombre       PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-estado       PIC X(12).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-fecha-baja   PIC 9(8).
           03 FILLER         PIC X(4) VALUE SPACES.
           03 S-resultado    PIC X(40).
       01  CAB-TITULO.
           03 S-TITULO        PIC X(70).
       01  CAB-CONTADOR.
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-CNT-TEXTO     PIC X(40).
           03 S-CNT-VALOR     PIC zzzzzz9.

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           PERFORM LEER-PARAMETROS
           COMPUTE W-FECHA-CORTE =
               (WHOY-ANO - W-RET-ANOS) * 10000 + WHOY-MMDD
           OPEN OUTPUT SALIDA
           MOVE WFECHA-HOY    TO S-FECHA-TIT
           MOVE W-RET-ANOS    TO S-RET-TIT
           MOVE W-FECHA-CORTE TO S-CORTE-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           PERFORM CARGAR-REGISTRO
           IF NOT HAY-ERROR
               OPEN I-O MAESTRO
               IF WS-FS-MAESTRO NOT = '00'
                   DISPLAY 'VENDRET MAESTRO NO DISPONIBLE FS='
                       WS-FS-MAESTRO
                   MOVE '  NAT-VENDEDORES NO DISPONIBLE: NO SE TOCA'
                       TO S-TITULO
                   WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
                   SET HAY-ERROR TO TRUE
                   CLOSE MAESTRO
               ELSE
                   WRITE REG-SALIDA FROM CABECERA3 END-WRITE
                   PERFORM RECORRER-MAESTRO
                   CLOSE MAESTRO
                   PERFORM TRATAR-FUERA-MAESTRO
                   PERFORM GRABAR-REGISTRO
               END-IF
           END-IF
           PERFORM IMPRIMIR-TOTALES
           PERFORM GRABAR-AUDITORIA
           CLOSE SALIDA
           IF HAY-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF HAY-AVISO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS AT END MOVE SPACES TO REG-PARAMETROS
               END-READ
               IF PAR-RET-ANOS NUMERIC
                   MOVE PAR-RET-ANOS TO W-RET-ANOS
               END-IF
               CLOSE PARAMETROS
           END-IF
           IF W-RET-ANOS < 4
               DISPLAY 'VENDRET RETENCION DE ' W-RET-ANOS
                   ' ANOS INSUFICIENTE: SE APLICAN 4'
               MOVE 4 TO W-RET-ANOS
           END-IF.

      *----------------------------------------------------------*
      * REGISTRO A MEMORIA. SIN FICHERO TODAVIA SE EMPIEZA VACIO;
      * SI NO CABE, RC=8 SIN TOCAR EL MAESTRO NI EL REGISTRO.
      *----------------------------------------------------------*
       CARGAR-REGISTRO.
           MOVE 0 TO W-NUM-RET
           OPEN INPUT RETENCION
           IF WS-FS-RET NOT = '00'
               CLOSE RETENCION
           ELSE
               MOVE 0 TO FE
               READ RETENCION AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1 OR HAY-ERROR
                   PERFORM ACUMULAR-FILA
                   READ RETENCION AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE RETENCION
           END-IF.

       ACUMULAR-FILA.
           MOVE RT-cod-vendedor TO M-cod-vendedor
           PERFORM BUSCAR-RETENCION
           IF ENCONTRADO-S
               IF RT-ANONIMIZADO
                   MOVE 'A' TO TRE-SITUACION(W-POS-RET)
                   MOVE RT-fecha-anon TO TRE-FECHA-ANON(W-POS-RET)
               END-IF
               IF RT-fecha-baja < TRE-FECHA-BAJA(W-POS-RET)
                   MOVE RT-fecha-baja TO TRE-FECHA-BAJA(W-POS-RET)
               END-IF
           ELSE
               IF W-NUM-RET < 2000
                   ADD 1 TO W-NUM-RET
                   MOVE RT-cod-vendedor TO TRE-COD-VENDEDOR(W-NUM-RET)
                   MOVE RT-fecha-baja   TO TRE-FECHA-BAJA(W-NUM-RET)
                   MOVE RT-situacion    TO TRE-SITUACION(W-NUM-RET)
                   MOVE RT-fecha-anon   TO TRE-FECHA-ANON(W-NUM-RET)
                   MOVE 'N'             TO TRE-VISTO(W-NUM-RET)
               ELSE
                   DISPLAY 'VENDRET REGISTRO DE RETENCION LLENO (2000)'
                   MOVE '  NAT-VENDEDORES.RET NO CABE EN LA TABLA'
                       TO S-TITULO
                   WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
                   SET HAY-ERROR TO TRUE
               END-IF
           END-IF.

       BUSCAR-RETENCION.
           MOVE 'N' TO W-ENCONTRADO
           MOVE 0   TO W-POS-RET
           PERFORM VARYING IX-RET FROM 1 BY 1
                   UNTIL IX-RET > W-NUM-RET OR ENCONTRADO-S
               IF TRE-COD-VENDEDOR(IX-RET) = M-cod-vendedor
                   SET ENCONTRADO-S TO TRUE
                   SET W-POS-RET TO IX-RET
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * MAESTRO COMPLETO EN ORDEN DE CODIGO.
      *----------------------------------------------------------*
       RECORRER-MAESTRO.
           MOVE LOW-VALUES TO M-cod-vendedor
           MOVE 0 TO FE
           START MAESTRO KEY IS NOT < M-cod-vendedor
               INVALID KEY MOVE 1 TO FE
           END-START
           PERFORM UNTIL FE = 1
               READ MAESTRO NEXT RECORD
                   AT END MOVE 1 TO FE
               END-READ
               IF FE = 0
                   ADD 1 TO W-CNT-LEIDOS
                   PERFORM TRATAR-VENDEDOR
               END-IF
           END-PERFORM.

       TRATAR-VENDEDOR.
           MOVE SPACES TO W-NOTA W-SITUACION
           MOVE 'N' TO W-ANONIMIZA
           PERFORM BUSCAR-RETENCION
           IF ENCONTRADO-S
               MOVE 'S' TO TRE-VISTO(W-POS-RET)
               MOVE TRE-SITUACION(W-POS-RET) TO W-SITUACION
           END-IF
           EVALUATE TRUE
               WHEN W-SITUACION = 'A'
                   IF M-NIF NOT = SPACES OR M-IBAN NOT = SPACES
                      OR M-nombre NOT = 'ANONIMO'
                       PERFORM ANONIMIZAR
                       IF W-NOTA = SPACES
                           ADD 1 TO W-CNT-REANONIM
                           SET HAY-AVISO TO TRUE
                           MOVE 'REANONIMIZADO: TENIA DATOS DE NUEVO'
                               TO W-NOTA
                       END-IF
                   END-IF
               WHEN M-ESTADO = 'activo'
                   IF ENCONTRADO-S
                       MOVE HIGH-VALUES TO TRE-COD-VENDEDOR(W-POS-RET)
                       ADD 1 TO W-CNT-REINCORP
                       MOVE 'ACTIVO DE NUEVO: FUERA DEL REGISTRO'
                           TO W-NOTA
                   END-IF
               WHEN NOT ENCONTRADO-S
                   PERFORM ANOTAR-BAJA
               WHEN TRE-FECHA-BAJA(W-POS-RET) < W-FECHA-CORTE
                   PERFORM ANONIMIZAR
                   IF W-NOTA = SPACES
                       MOVE 'A'        TO TRE-SITUACION(W-POS-RET)
                       MOVE WFECHA-HOY TO TRE-FECHA-ANON(W-POS-RET)
                       ADD 1 TO W-CNT-ANONIMIZADOS
                       MOVE 'ANONIMIZADO' TO W-NOTA
                   END-IF
               WHEN OTHER
                   ADD 1 TO W-CNT-PENDIENTES
           END-EVALUATE
           IF W-NOTA NOT = SPACES
               PERFORM LISTAR-VENDEDOR
           END-IF.

       ANOTAR-BAJA.
           IF W-NUM-RET < 2000
               ADD 1 TO W-NUM-RET
               MOVE M-cod-vendedor TO TRE-COD-VENDEDOR(W-NUM-RET)
               MOVE WFECHA-HOY     TO TRE-FECHA-BAJA(W-NUM-RET)
               MOVE 'B'            TO TRE-SITUACION(W-NUM-RET)
               MOVE 0              TO TRE-FECHA-ANON(W-NUM-RET)
               MOVE 'S'            TO TRE-VISTO(W-NUM-RET)
               MOVE W-NUM-RET      TO W-POS-RET
               ADD 1 TO W-CNT-BAJAS-NUEVAS
               MOVE 'BAJA ANOTADA' TO W-NOTA
           ELSE
               ADD 1 TO W-CNT-ERRORES
               SET HAY-AVISO TO TRUE
               MOVE 'REGISTRO LLENO: BAJA SIN ANOTAR' TO W-NOTA
           END-IF.

      * EL NOMBRE SE LISTA ANTES DE BORRARLO PARA QUE EL LISTADO
      * DIGA A QUIEN SE HA ANONIMIZADO; EL LISTADO SE CONSERVA COMO
      * CONSTANCIA DE LA SUPRESION.
       ANONIMIZAR.
           MOVE 'S' TO W-ANONIMIZA
           MOVE M-nombre TO S-nombre
           MOVE 'ANONIMO' TO M-nombre
           MOVE SPACES TO M-NIF M-fecha-nacimiento M-DIRECION
                          M-POBLACION M-COD-POSTAL M-TELEFONO
                          M-GUAPO M-IBAN M-REF-PAGO
           MOVE 0 TO M-EDAD
           REWRITE REG-MAESTRO
               INVALID KEY
                   ADD 1 TO W-CNT-ERRORES
                   SET HAY-AVISO TO TRUE
                   MOVE 'ERROR REESCRITURA: SIN ANONIMIZAR' TO W-NOTA
               NOT INVALID KEY
                   ADD 1 TO W-CNT-ESCRITOS
           END-REWRITE.

       LISTAR-VENDEDOR.
           MOVE M-cod-vendedor TO S-cod-vendedor
           IF NOT ANONIMIZA-S
               MOVE M-nombre TO S-nombre
           END-IF
           MOVE M-ESTADO       TO S-estado
           IF W-POS-RET > 0 AND W-POS-RET NOT > W-NUM-RET
               MOVE TRE-FECHA-BAJA(W-POS-RET) TO S-fecha-baja
           ELSE
               MOVE 0 TO S-fecha-baja
           END-IF
           MOVE W-NOTA         TO S-resultado
           WRITE REG-SALIDA FROM CAB-DETALLE END-WRITE.

      *----------------------------------------------------------*
      * BAJAS QUE YA NO ESTAN EN EL MAESTRO (BORRADAS POR VENDMANT):
      * NO HAY NADA QUE BORRAR EN EL, PERO AL VENCER LA RETENCION
      * PASAN A 'A' Y LA CARGA NOCTURNA YA NO ADMITE SUS DATOS.
      *----------------------------------------------------------*
       TRATAR-FUERA-MAESTRO.
           PERFORM VARYING IX-RET FROM 1 BY 1
                   UNTIL IX-RET > W-NUM-RET
               IF TRE-COD-VENDEDOR(IX-RET) NOT = HIGH-VALUES
                  AND TRE-VISTO(IX-RET) NOT = 'S'
                  AND TRE-SITUACION(IX-RET) NOT = 'A'
                   IF TRE-FECHA-BAJA(IX-RET) < W-FECHA-CORTE
                       MOVE 'A'        TO TRE-SITUACION(IX-RET)
                       MOVE WFECHA-HOY TO TRE-FECHA-ANON(IX-RET)
                       ADD 1 TO W-CNT-ANONIMIZADOS
                       MOVE TRE-COD-VENDEDOR(IX-RET) TO S-cod-vendedor
                       MOVE SPACES TO S-nombre S-estado
                       MOVE TRE-FECHA-BAJA(IX-RET) TO S-fecha-baja
                       MOVE 'ANONIMIZADO (YA NO ESTABA EN EL MAESTRO)'
                           TO S-resultado
                       WRITE REG-SALIDA FROM CAB-DETALLE END-WRITE
                   ELSE
                       ADD 1 TO W-CNT-PENDIENTES
                   END-IF
               END-IF
           END-PERFORM.

      * EL REGISTRO SE REESCRIBE ENTERO, SIN LOS REINCORPORADOS.
       GRABAR-REGISTRO.
           OPEN OUTPUT RETENCION
           PERFORM VARYING IX-RET FROM 1 BY 1
                   UNTIL IX-RET > W-NUM-RET
               IF TRE-COD-VENDEDOR(IX-RET) NOT = HIGH-VALUES
                   MOVE TRE-COD-VENDEDOR(IX-RET) TO RT-cod-vendedor
                   MOVE TRE-FECHA-BAJA(IX-RET)   TO RT-fecha-baja
                   MOVE TRE-SITUACION(IX-RET)    TO RT-situacion
                   MOVE TRE-FECHA-ANON(IX-RET)   TO RT-fecha-anon
                   WRITE REG-RETENCION
               END-IF
           END-PERFORM
           CLOSE RETENCION.

       IMPRIMIR-TOTALES.
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           MOVE 'VENDEDORES LEIDOS DEL MAESTRO' TO S-CNT-TEXTO
           MOVE W-CNT-LEIDOS TO S-CNT-VALOR
           WRITE REG-SALIDA FROM CAB-CONTADOR END-WRITE
           MOVE 'BAJAS ANOTADAS AHORA' TO S-CNT-TEXTO
           MOVE W-CNT-BAJAS-NUEVAS TO S-CNT-VALOR
           WRITE REG-SALIDA FROM CAB-CONTADOR END-WRITE
           MOVE 'ACTIVOS DE NUEVO (FUERA DEL REGISTRO)' TO S-CNT-TEXTO
           MOVE W-CNT-REINCORP TO S-CNT-VALOR
           WRITE REG-SALIDA FROM CAB-CONTADOR END-WRITE
           MOVE 'ANONIMIZADOS AHORA' TO S-CNT-TEXTO
           MOVE W-CNT-ANONIMIZADOS TO S-CNT-VALOR
           WRITE REG-SALIDA FROM CAB-CONTADOR END-WRITE
           MOVE 'REANONIMIZADOS' TO S-CNT-TEXTO
           MOVE W-CNT-REANONIM TO S-CNT-VALOR
           WRITE REG-SALIDA FROM CAB-CONTADOR END-WRITE
           MOVE 'BAJAS DENTRO DE LA RETENCION' TO S-CNT-TEXTO
           MOVE W-CNT-PENDIENTES TO S-CNT-VALOR
           WRITE REG-SALIDA FROM CAB-CONTADOR END-WRITE
           MOVE 'ERRORES' TO S-CNT-TEXTO
           MOVE W-CNT-ERRORES TO S-CNT-VALOR
           WRITE REG-SALIDA FROM CAB-CONTADOR END-WRITE.

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES           TO REG-AUDITORIA
           MOVE 'VENDRET'        TO AUD-PROGRAMA
           MOVE WFECHA-HOY       TO AUD-FECHA
           MOVE WHORA-HOY        TO AUD-HORA
           MOVE W-CNT-LEIDOS     TO AUD-LEIDOS
           MOVE W-CNT-ESCRITOS   TO AUD-ESCRITOS
           MOVE W-CNT-ERRORES    TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.
