           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 90 CHARACTERS
           DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA   pic x(90).
       FD  SALIDA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 61 CHARACTERS
           DATA RECORD IS REG-SALIDA1.
       01  REG-SALIDA1.
           03 S1-cod-proveedor PIC X(4).
           03 S1-nombre        PIC X(20).
           03 S1-poblacion     PIC X(10).
           03 S1-iban          PIC X(24).
           03 S1-plazo-pago    PIC 9(3).
       FD  RECHAZOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 110 CHARACTERS
           DATA RECORD IS REG-RECHAZO.
       01  REG-RECHAZO.
           03 REG-RECHAZO-LINEA    PIC X(90).
           03 FILLER               PIC X VALUE SPACES.
           03 REG-RECHAZO-MOTIVO   PIC X(19).
       FD  AUDITORIA
           03 W-cod-proveedor PIC x(4) justified right.
           03 W-nombre        PIC X(20).
           03 W-poblacion     PIC X(10).
           03 W-IBAN-RAW      PIC X(30).
           03 W-PLAZO-RAW     PIC X(5).
      * DATOS DE PAGO (CUARTO Y QUINTO CAMPO, OPCIONALES): IBAN PARA
      * LA TRANSFERENCIA SEPA DE PAGOPROV Y PLAZO DE PAGO EN DIAS
      * DESDE LA FECHA DE FACTURA (SIN PLAZO, 60 DIAS). UN IBAN QUE
      * NO PASA EL MODULO 97 NO RECHAZA AL PROVEEDOR (SUS PEDIDOS Y
      * FACTURAS SIGUEN SU CURSO): SE CARGA EN BLANCO, SE AVISA EN
      * EL LISTADO Y RC=4; SUS PAGOS QUEDAN RETENIDOS HASTA QUE LLEGUE.
       01  W-IBAN              PIC X(24).
       01  W-PLAZO.
           03 W-PLAZO-X       PIC X(3) JUSTIFIED RIGHT.
       01  W-PLAZO-N REDEFINES W-PLAZO PIC 9(3).
       01  W-IBAN-REORDENADO   PIC X(26).
       77  W-IBAN-RESTO        PIC 9(4) COMP VALUE 0.
       77  W-IBAN-ACUM         PIC 9(6) COMP VALUE 0.
       77  W-IBAN-COCIENTE     PIC 9(6) COMP VALUE 0.
       77  W-IBAN-DIGITO       PIC 9 VALUE 0.
       77  W-IBAN-POS          PIC 9(4) COMP VALUE 0.
       01  W-IBAN-ESTADO       PIC X VALUE 'B'.
          88 IBAN-BIEN               VALUE 'B'.
          88 IBAN-MAL                VALUE 'M'.
       77  W-CNT-SIN-IBAN       PIC 9(7) VALUE 0.
       01  W-VALIDACION.
           03 W-prov-orig         PIC X(4).
           03 W-VALIDO            PIC X     VALUE 'S'.
           03 FILLER PIC X(20)  VALUE 'Nombre'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)   VALUE 'Poblacion '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(24)  VALUE 'IBAN'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5)   VALUE 'plazo'.
       01  CABECERA2.
           03 FILLER PIC X(10)  VALUE ALL '-'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20)  VALUE ALL '-'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)   VALUE ALL '-'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(24)  VALUE ALL '-'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(5)   VALUE ALL '-'.
       01  CABECERA3.
           03 FILLER         PIC X(4) VALUE SPACES.
           03 S-cod-proveedor PIC X(4).
           03 S-nombre       PIC X(20).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-poblacion    PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-iban         PIC X(24).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-plazo        PIC zz9.
           03 FILLER         PIC X(4) VALUE SPACES.
           03 S-aviso-iban   PIC X(13).
       01  CABECERA4.
           03 FILLER          PIC X(18) VALUE 'TOTAL PROVEEDORES:'.
           03 S-CNT-ESCRITOS  PIC zzzzz9.
           03 FILLER          PIC X(13) VALUE '  RECHAZADOS:'.
           03 S-CNT-RECH      PIC zzzzz9.
           03 FILLER          PIC X(18) VALUE '  SIN IBAN VALIDO:'.
           03 S-CNT-SIN-IBAN  PIC zzzzz9.
       77  FE       PIC 9    VALUE 0.

       PROCEDURE DIVISION.
               MOVE SPACES TO DESTRIPAR
               unstring reg-entrada delimited by ';' into
                 W-cod-proveedor W-nombre W-poblacion
                 W-IBAN-RAW W-PLAZO-RAW
               end-unstring
               MOVE SPACES TO W-IBAN W-PLAZO
               unstring W-IBAN-RAW delimited by ' ' into W-IBAN
               end-unstring
               unstring W-PLAZO-RAW delimited by ' ' into W-PLAZO-X
               end-unstring
               inspect W-PLAZO replacing all ' ' by '0'
               move W-cod-proveedor to W-prov-orig
               perform VALIDAR-REGISTRO
               if REG-VALIDO
                                           S-cod-proveedor
                   move W-nombre        to S1-nombre S-nombre
                   move W-poblacion     to S1-poblacion S-poblacion
                   IF W-PLAZO-N IS NUMERIC AND W-PLAZO-N > 0
                       MOVE W-PLAZO-N   TO S1-plazo-pago
                   ELSE
                       MOVE 60          TO S1-plazo-pago
                   END-IF
                   MOVE S1-plazo-pago   TO S-plazo
                   MOVE SPACES          TO S-aviso-iban
                   IF W-IBAN = SPACES
                       MOVE SPACES      TO S1-iban S-iban
                       MOVE 'SIN IBAN'  TO S-aviso-iban
                   ELSE
                       PERFORM VALIDAR-IBAN
                       IF IBAN-BIEN
                           MOVE W-IBAN  TO S1-iban S-iban
                       ELSE
                           MOVE SPACES  TO S1-iban
                           MOVE W-IBAN  TO S-iban
                           MOVE 'IBAN INVALIDO' TO S-aviso-iban
                       END-IF
                   END-IF
                   WRITE REG-SALIDA1
                       INVALID KEY
                           MOVE 'PROVEEDOR DUPLICADO'
                           PERFORM RECHAZAR
                       NOT INVALID KEY
                           ADD 1 TO W-CNT-ESCRITOS
                           IF S1-iban = SPACES
                               ADD 1 TO W-CNT-SIN-IBAN
                           END-IF
                           WRITE REG-SALIDA from cabecera3 END-WRITE
                   END-WRITE
               else
           END-PERFORM
           MOVE W-CNT-ESCRITOS   TO S-CNT-ESCRITOS
           MOVE W-CNT-RECHAZADOS TO S-CNT-RECH
           MOVE W-CNT-SIN-IBAN   TO S-CNT-SIN-IBAN
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE
           PERFORM GRABAR-AUDITORIA
           CLOSE ENTRADA SALIDA salida1 rechazos
           IF W-CNT-SIN-IBAN > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       VALIDAR-REGISTRO.
               MOVE 'NOMBRE VACIO' TO W-MOTIVO-RECHAZO
           END-IF.

       VALIDAR-IBAN.
           SET IBAN-BIEN TO TRUE
           IF W-IBAN(1:2) NOT = 'ES' OR W-IBAN(3:22) NOT NUMERIC
               SET IBAN-MAL TO TRUE
           END-IF
           IF IBAN-BIEN
               MOVE SPACES TO W-IBAN-REORDENADO
               STRING W-IBAN(5:20) DELIMITED BY SIZE
                      '1428'       DELIMITED BY SIZE
                      W-IBAN(3:2)  DELIMITED BY SIZE
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

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
