       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGOPROV.
       AUTHOR. J.GAYAN.
      * PROPUESTA SEMANAL DE PAGO A PROVEEDORES: UNA TRANSFERENCIA
      * SEPA POR PROVEEDOR CON LAS FACTURAS DE LA CARTERA QUE VENCEN
      * HASTA HOY MAS EL HORIZONTE DE NAT-PAGOPROV.PAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cartera ASSIGN TO 'NAT-cartera-prov'
           organization is line sequential
           FILE STATUS IS WS-FS-CAR.
           SELECT parametros ASSIGN TO 'NAT-pagoprov.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PAR.
           SELECT proveedores ASSIGN TO 'NAT-proveedores'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PV-cod-proveedor
           FILE STATUS IS WS-FS-PROVEEDORES.
           SELECT ordpp ASSIGN TO 'NAT-pagoprov.srt'.
           SELECT transferencias ASSIGN TO 'NAT-transfer-prov'
           organization is line sequential.
           SELECT salida  ASSIGN TO 'NAT-salida-pagoprov'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
      * CARTERA DE PAGOS QUE MANTIENE FACTPROV EN EL CICLO NOCTURNO.
       FD  CARTERA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 107 CHARACTERS
           DATA RECORD IS REG-CARTERA.
       01  REG-CARTERA.
           03 CP-proveedor         PIC X(4).
           03 CP-factura           PIC X(12).
           03 CP-fecha-factura     PIC 9(8).
           03 CP-fecha-vencimiento PIC 9(8).
           03 CP-pedido            PIC X(6).
           03 CP-base              PIC 9(9)V99.
           03 CP-cuota             PIC 9(9)V99.
           03 CP-importe           PIC 9(9)V99.
           03 CP-pagado            PIC 9(9)V99.
           03 CP-fecha-pago        PIC 9(8).
           03 CP-referencia        PIC X(16).
           03 CP-estado            PIC X.
      * DIAS DE HORIZONTE (NNN): SE PAGA LO QUE VENCE ANTES DE LA
      * PROXIMA PROPUESTA. SIN PARAMETRO, 7.
       FD  PARAMETROS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 3 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           03 PAR-HORIZONTE     PIC X(3).
       FD  PROVEEDORES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 61 CHARACTERS
           DATA RECORD IS REG-PROVEEDOR.
       01  REG-PROVEEDOR.
           03 PV-cod-proveedor PIC X(4).
           03 PV-nombre        PIC X(20).
           03 PV-poblacion     PIC X(10).
           03 PV-iban          PIC X(24).
           03 PV-plazo-pago    PIC 9(3).
       SD  ORDPP
           DATA RECORD IS REG-ORDPP.
       01  REG-ORDPP.
           03 OP-proveedor         PIC X(4).
           03 OP-fecha-vencimiento PIC 9(8).
           03 OP-factura           PIC X(12).
           03 OP-pendiente         PIC 9(9)V99.
       FD  TRANSFERENCIAS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 71 CHARACTERS
           DATA RECORD IS REG-TRANSFERENCIA.
      * MISMO CUADERNO QUE NAT-TRANSFERENCIAS DE PAGOSEPA, SIN
      * RETENCION Y CON EL NOMBRE DEL PROVEEDOR COMPLETO.
       01  REG-TRANSFERENCIA.
           03 TP-IBAN           PIC X(24).
           03 TP-IMPORTE        PIC 9(9)V99.
           03 TP-REFERENCIA     PIC X(16).
           03 TP-NOMBRE         PIC X(20).
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
       01  WS-FS-CAR           PIC XX.
       01  WS-FS-PAR           PIC XX.
       01  WS-FS-PROVEEDORES   PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  W-ENCONTRADO PIC X VALUE 'N'.
           88 ENCONTRADO-S VALUE 'S'.
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
       77  W-CNT-TRANSFERENCIAS PIC 9(7) VALUE 0.
       77  W-CNT-SIN-IBAN      PIC 9(7) VALUE 0.
       77  W-CNT-FACTURAS      PIC 9(7) VALUE 0.
       77  W-CNT-PODADAS       PIC 9(7) VALUE 0.
       77  W-HORIZONTE         PIC 9(3) VALUE 7.
       01  W-FECHA-LIMITE      PIC 9(8) VALUE 0.
       01  W-ANO-PODA          PIC 9(4) VALUE 0.
      * CARTERA EN MEMORIA: LAS FACTURAS PAGADAS PASAN A 'C' CON EL
      * IMPORTE, LA FECHA Y LA REFERENCIA DE LA TRANSFERENCIA, Y SE
      * REGRABA ENTERA. LAS PAGADAS ANTES DEL ANO PASADO SE PODAN.
      * SI LA TABLA SE DESBORDA NO SE EMITE NADA: RC=8.
       01  TABLA-CARTERA.
           03 TC-FILA OCCURS 5000 TIMES INDEXED BY IX-CAR.
              05 TC-PROVEEDOR      PIC X(4).
              05 TC-FACTURA        PIC X(12).
              05 TC-FECHA-FACTURA  PIC 9(8).
              05 TC-VENCIMIENTO    PIC 9(8).
              05 TC-PEDIDO         PIC X(6).
              05 TC-BASE           PIC 9(9)V99.
              05 TC-CUOTA          PIC 9(9)V99.
              05 TC-IMPORTE        PIC 9(9)V99.
              05 TC-PAGADO         PIC 9(9)V99.
              05 TC-FECHA-PAGO     PIC 9(8).
              05 TC-REFERENCIA     PIC X(16).
              05 TC-ESTADO         PIC X.
       77  W-NUM-CARTERA       PIC 9(5) COMP VALUE 0.
       01  W-CAR-DESBORDE      PIC X VALUE 'N'.
           88 CARTERA-DESBORDADA     VALUE 'S'.
      * RED DE SEGURIDAD: UN IBAN QUE NO PASA EL MODULO 97 SE
      * TRATA COMO EL CASO SIN IBAN (LISTADO, NO ENVIADO AL BANCO).
       01  W-IBAN-REORDENADO   PIC X(26).
       77  W-IBAN-RESTO        PIC 9(4) COMP VALUE 0.
       77  W-IBAN-ACUM         PIC 9(6) COMP VALUE 0.
       77  W-IBAN-COCIENTE     PIC 9(6) COMP VALUE 0.
       77  W-IBAN-DIGITO       PIC 9 VALUE 0.
       77  W-IBAN-POS          PIC 9(4) COMP VALUE 0.
       01  W-IBAN-ESTADO       PIC X VALUE 'B'.
          88 IBAN-BIEN               VALUE 'B'.
          88 IBAN-MAL                VALUE 'M'.
       01  W-PROV-ANT          PIC X(4) VALUE SPACES.
       01  W-HAY-GRUPO         PIC X VALUE 'N'.
           88 HAY-PROVEEDOR-ABIERTO  VALUE 'S'.
       01  W-PRV-IMPORTE       PIC 9(9)V99 VALUE 0.
       77  W-PRV-FACTURAS      PIC 9(5) VALUE 0.
       01  W-REFERENCIA        PIC X(16).
       01  W-TOTAL-IMPORTE     PIC 9(11)V99 VALUE 0.
       01  W-TOTAL-RETENIDO    PIC 9(11)V99 VALUE 0.
      * FECHAS: SUMA DE DIAS SIN FUNCIONES INTRINSECAS.
       01  W-FD.
           03 W-FD-AAAA     PIC 9(4).
           03 W-FD-MM       PIC 99.
           03 W-FD-DD       PIC 99.
       01  W-FD-N REDEFINES W-FD PIC 9(8).
       01  W-DIAS-TABLA     PIC X(24) VALUE '312831303130313130313031'.
       01  W-DIAS-TABLA-R REDEFINES W-DIAS-TABLA.
           03 W-DIAS-MES-T OCCURS 12 TIMES PIC 99.
       01  W-DIAS-MES       PIC 99 VALUE 0.
       77  W-BIS-COCIENTE   PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO4     PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO100   PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO400   PIC 9(4) COMP VALUE 0.
       77  W-DIAS-SUMAR     PIC 9(5) COMP VALUE 0.
       77  W-DIAS-RESTO-MES PIC 9(5) COMP VALUE 0.
       01  WFECHA-HOY          PIC 9(8).
       01  WHORA-HOY           PIC 9(6).
       77  FE-CAR   PIC 9    VALUE 0.
       77  FE-SRT   PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(33)
              VALUE 'PROPUESTA DE PAGO A PROVEEDORES  '.
           03 S-FECHA-TIT PIC 9(8).
           03 FILLER PIC X(15) VALUE '  VENCE HASTA: '.
           03 S-FECHA-LIMITE PIC 9(8).
       01  CABECERA2.
           03 FILLER PIC X(4)   VALUE 'prov'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20)  VALUE 'Nombre'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(24)  VALUE 'IBAN'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(16)  VALUE 'REFERENCIA'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5)   VALUE 'facts'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '       IMPORTE'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(13)  VALUE 'SITUACION'.
       01  CABECERA3.
           03 S-cod-proveedor PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-nombre       PIC X(20).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-iban         PIC X(24).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-referencia   PIC X(16).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-facturas     PIC zzzz9.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-importe      PIC zzz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-situacion    PIC X(13).
       01  CABECERA4.
           03 FILLER         PIC X(6) VALUE SPACES.
           03 S-factura      PIC X(12).
           03 FILLER         PIC X(8) VALUE '  VENCE '.
           03 S-vence        PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-pendiente    PIC zzz.zzz.zz9,99.
       01  CABECERA5.
           03 FILLER          PIC X(16) VALUE 'TRANSFERENCIAS: '.
           03 S-CNT-TRANS     PIC zzzzz9.
           03 FILLER          PIC X(17) VALUE '  IMPORTE TOTAL: '.
           03 S-TOTAL-IMPORTE PIC zzz.zzz.zzz.zz9,99.
           03 FILLER          PIC X(12) VALUE '  SIN IBAN: '.
           03 S-CNT-SIN-IBAN  PIC zzzzz9.
           03 FILLER          PIC X(17) VALUE '  SIN PAGAR POR: '.
           03 S-TOTAL-RETENIDO PIC zzz.zzz.zzz.zz9,99.

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           PERFORM LEER-PARAMETROS
           MOVE WFECHA-HOY TO W-FD-N
           COMPUTE W-ANO-PODA = W-FD-AAAA - 1
           MOVE W-HORIZONTE TO W-DIAS-SUMAR
           PERFORM SUMAR-DIAS
           MOVE W-FD-N TO W-FECHA-LIMITE
           PERFORM CARGAR-CARTERA
           IF CARTERA-DESBORDADA
               DISPLAY 'PAGOPROV NAT-CARTERA-PROV DESBORDADA: '
                   'NO SE EMITE NI SE REGRABA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PROVEEDORES
           IF WS-FS-PROVEEDORES NOT = '00'
               DISPLAY 'PAGOPROV MAESTRO PROVEEDORES NO DISPONIBLE FS='
                   WS-FS-PROVEEDORES
               MOVE 8 TO RETURN-CODE
               CLOSE PROVEEDORES
               STOP RUN
           END-IF
           OPEN OUTPUT TRANSFERENCIAS SALIDA
           MOVE WFECHA-HOY     TO S-FECHA-TIT
           MOVE W-FECHA-LIMITE TO S-FECHA-LIMITE
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           SORT ORDPP
               ON ASCENDING KEY OP-proveedor OP-fecha-vencimiento
                                OP-factura
               INPUT PROCEDURE IS SOLTAR-VENCIDAS
               OUTPUT PROCEDURE IS EMITIR-PAGOS
           PERFORM GRABAR-CARTERA
           MOVE W-CNT-TRANSFERENCIAS TO S-CNT-TRANS
           MOVE W-TOTAL-IMPORTE      TO S-TOTAL-IMPORTE
           MOVE W-CNT-SIN-IBAN       TO S-CNT-SIN-IBAN
           MOVE W-TOTAL-RETENIDO     TO S-TOTAL-RETENIDO
           WRITE REG-SALIDA FROM CABECERA5 END-WRITE
           PERFORM GRABAR-AUDITORIA
           CLOSE PROVEEDORES TRANSFERENCIAS SALIDA
           IF W-CNT-SIN-IBAN > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   AT END MOVE SPACES TO REG-PARAMETROS
               END-READ
               IF PAR-HORIZONTE IS NUMERIC
                   MOVE PAR-HORIZONTE TO W-HORIZONTE
               END-IF
               CLOSE PARAMETROS
           END-IF.

      * SIN CARTERA NO HAY NADA QUE PAGAR: LA PROPUESTA SALE VACIA.
       CARGAR-CARTERA.
           MOVE 0 TO W-NUM-CARTERA
           OPEN INPUT CARTERA
           IF WS-FS-CAR NOT = '00'
               CLOSE CARTERA
           ELSE
               MOVE 0 TO FE-CAR
               READ CARTERA AT END MOVE 1 TO FE-CAR END-READ
               PERFORM UNTIL FE-CAR = 1
                   ADD 1 TO W-CNT-LEIDOS
                   IF W-NUM-CARTERA < 5000
                       ADD 1 TO W-NUM-CARTERA
                       SET IX-CAR TO W-NUM-CARTERA
                       MOVE CP-proveedor     TO TC-PROVEEDOR(IX-CAR)
                       MOVE CP-factura       TO TC-FACTURA(IX-CAR)
                       MOVE CP-fecha-factura TO TC-FECHA-FACTURA(IX-CAR)
                       MOVE CP-fecha-vencimiento
                           TO TC-VENCIMIENTO(IX-CAR)
                       MOVE CP-pedido        TO TC-PEDIDO(IX-CAR)
                       MOVE CP-base          TO TC-BASE(IX-CAR)
                       MOVE CP-cuota         TO TC-CUOTA(IX-CAR)
                       MOVE CP-importe       TO TC-IMPORTE(IX-CAR)
                       MOVE CP-pagado        TO TC-PAGADO(IX-CAR)
                       MOVE CP-fecha-pago    TO TC-FECHA-PAGO(IX-CAR)
                       MOVE CP-referencia    TO TC-REFERENCIA(IX-CAR)
                       MOVE CP-estado        TO TC-ESTADO(IX-CAR)
                   ELSE
                       SET CARTERA-DESBORDADA TO TRUE
                   END-IF
                   READ CARTERA AT END MOVE 1 TO FE-CAR END-READ
               END-PERFORM
               CLOSE CARTERA
           END-IF.

       SOLTAR-VENCIDAS.
           PERFORM VARYING IX-CAR FROM 1 BY 1
                   UNTIL IX-CAR > W-NUM-CARTERA
               IF TC-ESTADO(IX-CAR) = 'P' AND
                  TC-VENCIMIENTO(IX-CAR) NOT > W-FECHA-LIMITE
                   MOVE TC-PROVEEDOR(IX-CAR)   TO OP-proveedor
                   MOVE TC-VENCIMIENTO(IX-CAR) TO OP-fecha-vencimiento
                   MOVE TC-FACTURA(IX-CAR)     TO OP-factura
                   COMPUTE OP-pendiente =
                       TC-IMPORTE(IX-CAR) - TC-PAGADO(IX-CAR)
                   RELEASE REG-ORDPP
               END-IF
           END-PERFORM.

      * UNA TRANSFERENCIA POR PROVEEDOR CON LA SUMA DE SUS FACTURAS
      * VENCIDAS. LOS PROVEEDORES SIN IBAN VALIDO SALEN EN EL
      * LISTADO Y SUS FACTURAS SIGUEN PENDIENTES PARA LA PROXIMA.
       EMITIR-PAGOS.
           MOVE 0 TO FE-SRT
           MOVE SPACES TO W-PROV-ANT
           MOVE 'N' TO W-HAY-GRUPO
           PERFORM UNTIL FE-SRT = 1
               RETURN ORDPP
                   AT END MOVE 1 TO FE-SRT
               END-RETURN
               IF FE-SRT = 0
                   IF HAY-PROVEEDOR-ABIERTO AND
                      OP-proveedor NOT = W-PROV-ANT
                       PERFORM CERRAR-PROVEEDOR
                   END-IF
                   IF NOT HAY-PROVEEDOR-ABIERTO
                       MOVE OP-proveedor TO W-PROV-ANT
                       MOVE 'S' TO W-HAY-GRUPO
                       MOVE 0 TO W-PRV-IMPORTE W-PRV-FACTURAS
                   END-IF
                   ADD OP-pendiente TO W-PRV-IMPORTE
                   ADD 1 TO W-PRV-FACTURAS
               END-IF
           END-PERFORM
           IF HAY-PROVEEDOR-ABIERTO
               PERFORM CERRAR-PROVEEDOR
           END-IF.

       CERRAR-PROVEEDOR.
           MOVE 'N' TO W-HAY-GRUPO
           PERFORM BUSCAR-PROVEEDOR
           IF ENCONTRADO-S AND PV-iban NOT = SPACES
               PERFORM VALIDAR-IBAN
           ELSE
               SET IBAN-MAL TO TRUE
           END-IF
           MOVE W-PROV-ANT     TO S-cod-proveedor
           MOVE PV-nombre      TO S-nombre
           MOVE W-PRV-FACTURAS TO S-facturas
           MOVE W-PRV-IMPORTE  TO S-importe
           IF ENCONTRADO-S AND PV-iban NOT = SPACES AND IBAN-BIEN
               MOVE SPACES TO W-REFERENCIA
               STRING 'PP' W-PROV-ANT WFECHA-HOY DELIMITED BY SIZE
                   INTO W-REFERENCIA
               END-STRING
               MOVE PV-iban       TO S-iban TP-IBAN
               MOVE W-REFERENCIA  TO S-referencia TP-REFERENCIA
               MOVE W-PRV-IMPORTE TO TP-IMPORTE
               MOVE PV-nombre     TO TP-NOMBRE
               WRITE REG-TRANSFERENCIA
               ADD 1 TO W-CNT-TRANSFERENCIAS
               ADD W-PRV-FACTURAS TO W-CNT-FACTURAS
               ADD W-PRV-IMPORTE TO W-TOTAL-IMPORTE
               MOVE 'EMITIDA' TO S-situacion
               WRITE REG-SALIDA FROM CABECERA3 END-WRITE
               PERFORM MARCAR-PAGADAS
           ELSE
               ADD 1 TO W-CNT-SIN-IBAN
               ADD W-PRV-IMPORTE TO W-TOTAL-RETENIDO
               MOVE SPACES TO S-iban S-referencia
               IF ENCONTRADO-S AND PV-iban NOT = SPACES
                   MOVE PV-iban TO S-iban
                   MOVE 'IBAN INVALIDO' TO S-situacion
               ELSE
                   MOVE 'SIN IBAN' TO S-situacion
               END-IF
               WRITE REG-SALIDA FROM CABECERA3 END-WRITE
           END-IF.

      * LAS FACTURAS QUE HA CUBIERTO LA TRANSFERENCIA QUEDAN
      * PAGADAS CON SU REFERENCIA, Y SE DETALLAN BAJO EL PROVEEDOR.
       MARCAR-PAGADAS.
           PERFORM VARYING IX-CAR FROM 1 BY 1
                   UNTIL IX-CAR > W-NUM-CARTERA
               IF TC-PROVEEDOR(IX-CAR) = W-PROV-ANT AND
                  TC-ESTADO(IX-CAR) = 'P' AND
                  TC-VENCIMIENTO(IX-CAR) NOT > W-FECHA-LIMITE
                   MOVE TC-FACTURA(IX-CAR) TO S-factura
                   MOVE SPACES TO S-vence
                   STRING TC-VENCIMIENTO(IX-CAR)(1:4) '/'
                          TC-VENCIMIENTO(IX-CAR)(5:2) '/'
                          TC-VENCIMIENTO(IX-CAR)(7:2)
                          DELIMITED BY SIZE
                       INTO S-vence
                   END-STRING
                   COMPUTE S-pendiente =
                       TC-IMPORTE(IX-CAR) - TC-PAGADO(IX-CAR)
                   WRITE REG-SALIDA FROM CABECERA4 END-WRITE
                   MOVE TC-IMPORTE(IX-CAR) TO TC-PAGADO(IX-CAR)
                   MOVE WFECHA-HOY         TO TC-FECHA-PAGO(IX-CAR)
                   MOVE W-REFERENCIA       TO TC-REFERENCIA(IX-CAR)
                   MOVE 'C'                TO TC-ESTADO(IX-CAR)
               END-IF
           END-PERFORM.

       GRABAR-CARTERA.
           IF W-NUM-CARTERA > 0
               OPEN OUTPUT CARTERA
               PERFORM VARYING IX-CAR FROM 1 BY 1
                       UNTIL IX-CAR > W-NUM-CARTERA
                   IF TC-ESTADO(IX-CAR) = 'C' AND
                      TC-FECHA-PAGO(IX-CAR)(1:4) < W-ANO-PODA
                       ADD 1 TO W-CNT-PODADAS
                   ELSE
                       MOVE SPACES TO REG-CARTERA
                       MOVE TC-PROVEEDOR(IX-CAR)     TO CP-proveedor
                       MOVE TC-FACTURA(IX-CAR)       TO CP-factura
                       MOVE TC-FECHA-FACTURA(IX-CAR) TO CP-fecha-factura
                       MOVE TC-VENCIMIENTO(IX-CAR)
                           TO CP-fecha-vencimiento
                       MOVE TC-PEDIDO(IX-CAR)        TO CP-pedido
                       MOVE TC-BASE(IX-CAR)          TO CP-base
                       MOVE TC-CUOTA(IX-CAR)         TO CP-cuota
                       MOVE TC-IMPORTE(IX-CAR)       TO CP-importe
                       MOVE TC-PAGADO(IX-CAR)        TO CP-pagado
                       MOVE TC-FECHA-PAGO(IX-CAR)    TO CP-fecha-pago
                       MOVE TC-REFERENCIA(IX-CAR)    TO CP-referencia
                       MOVE TC-ESTADO(IX-CAR)        TO CP-estado
                       WRITE REG-CARTERA
                   END-IF
               END-PERFORM
               CLOSE CARTERA
           END-IF.

       BUSCAR-PROVEEDOR.
           MOVE 'N' TO W-ENCONTRADO
           MOVE SPACES TO PV-nombre PV-iban
           MOVE W-PROV-ANT TO PV-cod-proveedor
           READ PROVEEDORES
               INVALID KEY
                   MOVE 'N' TO W-ENCONTRADO
                   MOVE 'DESCONOCIDO' TO PV-nombre
                   MOVE SPACES TO PV-iban
               NOT INVALID KEY
                   MOVE 'S' TO W-ENCONTRADO
           END-READ.

       VALIDAR-IBAN.
           SET IBAN-BIEN TO TRUE
           IF PV-iban(1:2) NOT = 'ES' OR PV-iban(3:22) NOT NUMERIC
               SET IBAN-MAL TO TRUE
           END-IF
           IF IBAN-BIEN
               MOVE SPACES TO W-IBAN-REORDENADO
               STRING PV-iban(5:20) DELIMITED BY SIZE
                      '1428'        DELIMITED BY SIZE
                      PV-iban(3:2)  DELIMITED BY SIZE
                      INTO W-IBAN-REORDENADO
               END-STRING
               MOVE 0 TO W-IBAN-RESTO
               PERFORM VARYING W-IBAN-POS FROM 1 BY 1
                       UNTIL W-IBAN-POS > 26
                   MOVE W-IBAN-REORDENADO(W-IBAN-POS:1)
                       TO W-IBAN-DIGITO
                   COMPUTE W-IBAN-ACUM =
                       W-IBAN-RESTO * 10 + W-IBAN-DIGITO
                   DIVIDE W-IBAN-ACUM BY 97
                       GIVING W-IBAN-COCIENTE
                       REMAINDER W-IBAN-RESTO
               END-PERFORM
               IF W-IBAN-RESTO NOT = 1
                   SET IBAN-MAL TO TRUE
               END-IF
           END-IF.

       CALCULAR-DIAS-MES.
           MOVE W-DIAS-MES-T(W-FD-MM) TO W-DIAS-MES
           IF W-FD-MM = 2
               DIVIDE W-FD-AAAA BY 4
                   GIVING W-BIS-COCIENTE REMAINDER W-BIS-RESTO4
               DIVIDE W-FD-AAAA BY 100
                   GIVING W-BIS-COCIENTE REMAINDER W-BIS-RESTO100
               DIVIDE W-FD-AAAA BY 400
                   GIVING W-BIS-COCIENTE REMAINDER W-BIS-RESTO400
               IF W-BIS-RESTO4 = 0 AND
                  (W-BIS-RESTO100 NOT = 0 OR W-BIS-RESTO400 = 0)
                   MOVE 29 TO W-DIAS-MES
               END-IF
           END-IF.

      * SUMA W-DIAS-SUMAR DIAS A W-FD, MES A MES.
       SUMAR-DIAS.
           PERFORM UNTIL W-DIAS-SUMAR = 0
               PERFORM CALCULAR-DIAS-MES
               COMPUTE W-DIAS-RESTO-MES = W-DIAS-MES - W-FD-DD
               IF W-DIAS-SUMAR > W-DIAS-RESTO-MES
                   COMPUTE W-DIAS-SUMAR =
                       W-DIAS-SUMAR - W-DIAS-RESTO-MES - 1
                   MOVE 1 TO W-FD-DD
                   IF W-FD-MM = 12
                       MOVE 1 TO W-FD-MM
                       ADD 1 TO W-FD-AAAA
                   ELSE
                       ADD 1 TO W-FD-MM
                   END-IF
               ELSE
                   ADD W-DIAS-SUMAR TO W-FD-DD
                   MOVE 0 TO W-DIAS-SUMAR
               END-IF
           END-PERFORM.

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES              TO REG-AUDITORIA
           MOVE 'PAGOPROV'          TO AUD-PROGRAMA
           MOVE WFECHA-HOY          TO AUD-FECHA
           MOVE WHORA-HOY           TO AUD-HORA
           MOVE W-CNT-LEIDOS        TO AUD-LEIDOS
           MOVE W-CNT-FACTURAS      TO AUD-ESCRITOS
           MOVE W-CNT-SIN-IBAN      TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.
