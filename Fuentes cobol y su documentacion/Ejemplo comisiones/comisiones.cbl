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
       FD  PARAMETROS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           03 AC-retenido        PIC 9(11)V99.
           03 AC-neto            PIC 9(11)V99.
           03 AC-mes-ultimo      PIC X(6).
      *    MES '99': EJERCICIO CERRADO POR NATANUAL TRAS EMITIR LOS
      *    CERTIFICADOS. LA FILA ES DEFINITIVA Y YA NO SE TOCA.
           03 AC-mes-ultimo-R REDEFINES AC-mes-ultimo.
              05 FILLER            PIC X(4).
              05 AC-mes-ultimo-mm  PIC XX.
                 88 AC-DEFINITIVO        VALUE '99'.
           03 AC-bruto-mes       PIC 9(11)V99.
           03 AC-retenido-mes    PIC 9(11)V99.
           03 AC-neto-mes        PIC 9(11)V99.
                       MOVE S1-neto           TO AC-neto-mes
                       WRITE REG-ACUMIRPF END-WRITE
                   NOT INVALID KEY
                     IF AC-DEFINITIVO
                       DISPLAY 'COMISIONES IRPF ' AC-CLAVE
                           ' YA CERRADO: NO SE ACUMULA'
                     ELSE
                       IF AC-mes-ultimo = W-MES-ACTUAL
                           SUBTRACT AC-bruto-mes    FROM AC-bruto
                           SUBTRACT AC-retenido-mes FROM AC-retenido
                       MOVE S1-retencion      TO AC-retenido-mes
                       MOVE S1-neto           TO AC-neto-mes
                       REWRITE REG-ACUMIRPF END-REWRITE
                     END-IF
               END-READ
           END-IF.

