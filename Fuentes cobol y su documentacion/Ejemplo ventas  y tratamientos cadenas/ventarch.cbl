           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 94 CHARACTERS
           DATA RECORD IS REG-REGISTRO.
       01  REG-REGISTRO.
           03 FR-numero         PIC 9(8).
           03 FR-cuota          PIC X(11).
           03 FR-total          PIC X(11).
           03 FR-tipo-mov       PIC X.
           03 FR-delegacion     PIC X(3).
           03 FR-serie          PIC X.
           03 FR-factura-origen PIC 9(8).
           03 FR-fecha-origen   PIC X(8).
       FD  REGNUEVO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 94 CHARACTERS
           DATA RECORD IS REG-REGNUEVO.
       01  REG-REGNUEVO        PIC X(94).
       FD  SALIDA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD

      * LAS FILAS DEL REGISTRO DE FACTURACION DE MESES YA CORTADOS
      * NO PUEDEN VOLVER A CASAR CON EL DETALLE VIVO: SE COPIAN
      * FUERA Y STEP034 DEJA EL REGISTRO PODADO COMO ACTUAL, PARA
      * QUE LA TABLA ANTIDUPLICADOS DE FACTURAS NO CREZCA SIN
      * LIMITE. LAS DEL MES QUE SE CIERRA AHORA SE PODAN EN EL
      * CIERRE SIGUIENTE: LAS DEVOLUCIONES DE PRIMEROS DE MES TIENEN
      * QUE ENCONTRAR AUN SU FACTURA ORIGEN PARA LA RECTIFICATIVA.
       PODAR-REGISTRO-FACTURAS.
           OPEN OUTPUT REGNUEVO
           OPEN INPUT REGISTRO
               MOVE 0 TO FE-REG
               READ REGISTRO AT END MOVE 1 TO FE-REG END-READ
               PERFORM UNTIL FE-REG = 1
                   IF FR-fecha-venta(1:6) < W-MES-CIERRE
                       ADD 1 TO W-CNT-REG-PODADAS
                   ELSE
                       ADD 1 TO W-CNT-REG-VIVAS
