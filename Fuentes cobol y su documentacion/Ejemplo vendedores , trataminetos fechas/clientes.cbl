           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 60 CHARACTERS
           DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA   pic x(60).
       FD  SALIDA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 47 CHARACTERS
           DATA RECORD IS REG-SALIDA1.
       01  REG-SALIDA1.
           03 S1-cod-cliente  PIC X(4).
           03 S1-nombre       PIC X(20).
           03 S1-poblacion    PIC X(10).
           03 S1-cod-vendedor PIC X(4).
           03 S1-nif          PIC X(9).
       FD  VENDEDORES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 80 CHARACTERS
           DATA RECORD IS REG-RECHAZO.
       01  REG-RECHAZO.
           03 REG-RECHAZO-LINEA    PIC X(60).
           03 FILLER               PIC X VALUE SPACES.
           03 REG-RECHAZO-MOTIVO   PIC X(19).
       FD  AUDITORIA
           03 W-poblacion     PIC X(10).
           03 W-VEN-RAW       PIC X(10).
           03 W-cod-vendedor  PIC x(4) justified right.
           03 W-NIF-RAW       PIC X(12).
      * NIF DEL CLIENTE (QUINTO CAMPO, OPCIONAL EN LA CARGA): SE
      * EXIGE PARA DECLARAR SUS FACTURAS AL SII. DNI (8 CIFRAS Y
      * LETRA), NIE (X/Y/Z, 7 CIFRAS Y LETRA) O CIF (LETRA, 7 CIFRAS
      * Y CONTROL). UN NIF AUSENTE O CON CONTROL ERRONEO NO RECHAZA
      * AL CLIENTE (SUS VENTAS SE SEGUIRIAN PERDIENDO EN PRUEBA1):
      * SE CARGA EN BLANCO, SE AVISA EN EL LISTADO Y RC=4.
       01  W-NIF.
           03 W-NIF-TXT       PIC X(9).
           03 W-NIF-POS REDEFINES W-NIF-TXT PIC X OCCURS 9 TIMES.
       01  W-NIF-CALC.
           03 W-NIF-NUM-X     PIC X(8).
           03 W-NIF-NUM REDEFINES W-NIF-NUM-X PIC 9(8).
           03 W-NIF-DIG-X     PIC X.
           03 W-NIF-DIG REDEFINES W-NIF-DIG-X PIC 9.
           03 W-NIF-COCIENTE  PIC 9(8).
           03 W-NIF-RESTO     PIC 99.
           03 W-NIF-DOBLE     PIC 99.
           03 W-NIF-SUMA      PIC 9(3).
           03 W-NIF-DC        PIC 9.
       77  W-NIF-I              PIC 99 COMP VALUE 0.
       01  W-LETRAS-DNI  PIC X(23) VALUE 'TRWAGMYFPDXBNJZSQVHLCKE'.
       01  W-LETRAS-CIF  PIC X(10) VALUE 'JABCDEFGHI'.
       01  W-NIF-OK              PIC X VALUE 'N'.
           88 NIF-VALIDO               VALUE 'S'.
       01  W-VALIDACION.
           03 W-cli-orig          PIC X(4).
           03 W-VALIDO            PIC X     VALUE 'S'.
       77  W-CNT-LEIDOS         PIC 9(7) VALUE 0.
       77  W-CNT-ESCRITOS       PIC 9(7) VALUE 0.
       77  W-CNT-RECHAZADOS     PIC 9(7) VALUE 0.
       77  W-CNT-SIN-NIF        PIC 9(7) VALUE 0.
       01  WFECHA-HOY           PIC 9(8).
       01  WHORA-HOY            PIC 9(6).
       01  CABECERA1.
           03 FILLER PIC X(10)   VALUE 'Poblacion '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8)   VALUE 'vendedor'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9)   VALUE 'NIF'.
       01  CABECERA2.
           03 FILLER PIC X(8)   VALUE ALL '-'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)   VALUE ALL '-'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8)   VALUE ALL '-'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9)   VALUE ALL '-'.
       01  CABECERA3.
           03 FILLER         PIC X(4) VALUE SPACES.
           03 S-cod-cliente  PIC zzz9.
           03 S-poblacion    PIC X(10).
           03 FILLER         PIC X(6) VALUE SPACES.
           03 S-cod-vendedor PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-nif          PIC X(9).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-aviso-nif    PIC X(13).
       01  CABECERA4.
           03 FILLER         PIC X(16) VALUE 'TOTAL CLIENTES: '.
           03 S-CNT-ESCRITOS PIC zzzzz9.
           03 FILLER         PIC X(13) VALUE '  RECHAZADOS:'.
           03 S-CNT-RECH     PIC zzzzz9.
           03 FILLER         PIC X(17) VALUE '  SIN NIF VALIDO:'.
           03 S-CNT-SIN-NIF  PIC zzzzz9.
       77  FE       PIC 9    VALUE 0.

       PROCEDURE DIVISION.
               MOVE SPACES TO DESTRIPAR
               unstring reg-entrada delimited by ';' into
                 W-cod-cliente W-nombre W-poblacion W-VEN-RAW
                 W-NIF-RAW
               end-unstring
               unstring W-VEN-RAW delimited by ' ' into
                 W-cod-vendedor
               end-unstring
               MOVE SPACES TO W-NIF-TXT
               unstring W-NIF-RAW delimited by ' ' into
                 W-NIF-TXT
               end-unstring
               move W-cod-cliente to W-cli-orig
               perform VALIDAR-REGISTRO
               if REG-VALIDO
                   move W-poblacion     to S1-poblacion S-poblacion
                   move W-cod-vendedor  to S1-cod-vendedor
                                           S-cod-vendedor
                   PERFORM VALIDAR-NIF
                   IF NIF-VALIDO
                       MOVE W-NIF-TXT   TO S1-nif S-nif
                       MOVE SPACES      TO S-aviso-nif
                   ELSE
                       MOVE SPACES      TO S1-nif
                       MOVE W-NIF-TXT   TO S-nif
                       MOVE 'NIF NO VALIDO' TO S-aviso-nif
                   END-IF
                   WRITE REG-SALIDA1
                       INVALID KEY
                           MOVE 'CLIENTE DUPLICADO'
                           PERFORM RECHAZAR
                       NOT INVALID KEY
                           ADD 1 TO W-CNT-ESCRITOS
                           IF NOT NIF-VALIDO
                               ADD 1 TO W-CNT-SIN-NIF
                           END-IF
                           WRITE REG-SALIDA from cabecera3 END-WRITE
                   END-WRITE
               else
           END-PERFORM
           MOVE W-CNT-ESCRITOS   TO S-CNT-ESCRITOS
           MOVE W-CNT-RECHAZADOS TO S-CNT-RECH
           MOVE W-CNT-SIN-NIF    TO S-CNT-SIN-NIF
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE
           PERFORM GRABAR-AUDITORIA
           CLOSE ENTRADA SALIDA salida1 rechazos VENDEDORES
           IF W-CNT-SIN-NIF > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       VALIDAR-REGISTRO.
               END-IF
           END-IF.

      * DNI Y NIE: LETRA = TABLA(NUMERO MOD 23); EL NIE CAMBIA LA
      * X/Y/Z INICIAL POR 0/1/2. CIF: SUMA DE LAS CIFRAS PARES MAS
      * LAS CIFRAS DE LOS DOBLES DE LAS IMPARES; EL CONTROL ES
      * (10 - SUMA MOD 10) MOD 10, EN CIFRA O EN LETRA (J=0 ... I=9).
       VALIDAR-NIF.
           MOVE 'N' TO W-NIF-OK
           INSPECT W-NIF-TXT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE TRUE
               WHEN W-NIF-TXT(1:8) NUMERIC
                   MOVE W-NIF-TXT(1:8) TO W-NIF-NUM-X
                   PERFORM CONTROL-DNI
               WHEN W-NIF-TXT(2:7) NUMERIC AND
                    (W-NIF-POS(1) = 'X' OR 'Y' OR 'Z')
                   EVALUATE W-NIF-POS(1)
                       WHEN 'X' MOVE '0' TO W-NIF-NUM-X(1:1)
                       WHEN 'Y' MOVE '1' TO W-NIF-NUM-X(1:1)
                       WHEN 'Z' MOVE '2' TO W-NIF-NUM-X(1:1)
                   END-EVALUATE
                   MOVE W-NIF-TXT(2:7) TO W-NIF-NUM-X(2:7)
                   PERFORM CONTROL-DNI
               WHEN W-NIF-TXT(2:7) NUMERIC AND
                    (W-NIF-POS(1) = 'A' OR 'B' OR 'C' OR 'D' OR 'E'
                     OR 'F' OR 'G' OR 'H' OR 'J' OR 'N' OR 'P'
                     OR 'Q' OR 'R' OR 'S' OR 'U' OR 'V' OR 'W')
                   PERFORM CONTROL-CIF
           END-EVALUATE.

       CONTROL-DNI.
           DIVIDE W-NIF-NUM BY 23
               GIVING W-NIF-COCIENTE REMAINDER W-NIF-RESTO
           IF W-NIF-POS(9) = W-LETRAS-DNI(W-NIF-RESTO + 1:1)
               MOVE 'S' TO W-NIF-OK
           END-IF.

       CONTROL-CIF.
           MOVE 0 TO W-NIF-SUMA
           PERFORM VARYING W-NIF-I FROM 2 BY 1 UNTIL W-NIF-I > 8
               MOVE W-NIF-POS(W-NIF-I) TO W-NIF-DIG-X
               DIVIDE W-NIF-I BY 2
                   GIVING W-NIF-COCIENTE REMAINDER W-NIF-RESTO
               IF W-NIF-RESTO = 0
                   COMPUTE W-NIF-DOBLE = W-NIF-DIG * 2
                   DIVIDE W-NIF-DOBLE BY 10
                       GIVING W-NIF-COCIENTE REMAINDER W-NIF-RESTO
                   COMPUTE W-NIF-SUMA = W-NIF-SUMA + W-NIF-COCIENTE
                                      + W-NIF-RESTO
               ELSE
                   ADD W-NIF-DIG TO W-NIF-SUMA
               END-IF
           END-PERFORM
           DIVIDE W-NIF-SUMA BY 10
               GIVING W-NIF-COCIENTE REMAINDER W-NIF-RESTO
           IF W-NIF-RESTO = 0
               MOVE 0 TO W-NIF-DC
           ELSE
               COMPUTE W-NIF-DC = 10 - W-NIF-RESTO
           END-IF
           MOVE W-NIF-DC TO W-NIF-DIG
           IF W-NIF-POS(9) = W-NIF-DIG-X OR
              W-NIF-POS(9) = W-LETRAS-CIF(W-NIF-DC + 1:1)
               MOVE 'S' TO W-NIF-OK
           END-IF.

       BUSCAR-VENDEDOR.
           MOVE 'N' TO W-ENC-VEN
           MOVE W-cod-vendedor TO V-cod-vendedor
