           SELECT pagosest ASSIGN TO 'NAT-pagos.est'
           organization is line sequential
           FILE STATUS IS WS-FS-EST.
           SELECT contable ASSIGN TO 'NAT-pagos.con'
           organization is line sequential
           FILE STATUS IS WS-FS-CON.
           SELECT salida  ASSIGN TO 'NAT-salida-pagosepa'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           03 EST-ESTADO        PIC X.
           03 EST-FECHA         PIC 9(8).
           03 EST-MOTIVO        PIC X(19).
      * MOVIMIENTOS DE PAGO PARA EL DIARIO CONTABLE (DIARIO LOS
      * RECOGE POR FECHA): 'N' NOMINA (GASTO, RETENCION IRPF Y NETO;
      * PAGO 'T' POR TRANSFERENCIA, 'M' PENDIENTE DE PAGO A MANO) Y
      * 'E' REEMISION DE UNA DEVUELTA (SOLO EL NETO REEMITIDO).
       FD  CONTABLE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 63 CHARACTERS
           DATA RECORD IS REG-CONTABLE.
       01  REG-CONTABLE.
           03 CON-FECHA         PIC 9(8).
           03 CON-TIPO          PIC X.
           03 CON-COD-VENDEDOR  PIC X(4).
           03 CON-REFERENCIA    PIC X(16).
           03 CON-COMISION      PIC 9(9)V99.
           03 CON-RETENCION     PIC 9(9)V99.
           03 CON-NETO          PIC 9(9)V99.
           03 CON-PAGO          PIC X.
       FD  SALIDA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
       01  WS-FS-ENTRADA       PIC XX.
       01  WS-FS-VENDEDORES    PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  WS-FS-CON           PIC XX.
       01  W-ENCONTRADO PIC X VALUE 'N'.
           88 ENCONTRADO-S VALUE 'S'.
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
           03 FILLER PIC X(12)  VALUE '     IMPORTE'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(12)  VALUE 'SITUACION'.
      * EL LISTADO DE CONTROL SALE DE LA CASA CON LA REMESA: EL IBAN
      * VA ENMASCARADO (PAIS, CONTROL Y ULTIMOS 4). EL FICHERO DEL
      * BANCO LLEVA EL IBAN COMPLETO, SIN EL NO HAY PAGO.
       01  CABECERA3.
           03 FILLER         PIC X(4) VALUE SPACES.
           03 S-cod-vendedor PIC X(4).
               STOP RUN
           END-IF
           OPEN OUTPUT TRANSFERENCIAS SALIDA
           OPEN EXTEND CONTABLE
           IF WS-FS-CON NOT = '00'
               OPEN OUTPUT CONTABLE
           END-IF
           MOVE WFECHA-HOY TO S-FECHA-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           MOVE W-CNT-SIN-IBAN       TO S-CNT-SIN-IBAN
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE
           PERFORM GRABAR-AUDITORIA
           CLOSE ENTRADA VENDEDORES TRANSFERENCIAS SALIDA CONTABLE
           IF W-CNT-SIN-IBAN > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF
           IF ENCONTRADO-S AND V-IBAN NOT = SPACES AND IBAN-BIEN
               MOVE V-IBAN     TO S-iban TR-IBAN
               MOVE ALL '*'    TO S-iban(5:16)
               MOVE V-REF-PAGO TO S-referencia TR-REFERENCIA
               MOVE E-neto     TO TR-IMPORTE
               MOVE E-nombre   TO TR-NOMBRE
               ADD 1 TO W-CNT-TRANSFERENCIAS
               ADD E-neto TO W-TOTAL-IMPORTE
               MOVE 'EMITIDA' TO S-situacion
               MOVE 'T' TO CON-PAGO
           ELSE
               ADD 1 TO W-CNT-SIN-IBAN
               MOVE 'M' TO CON-PAGO
               MOVE SPACES TO S-iban S-referencia
               IF ENCONTRADO-S AND V-IBAN NOT = SPACES
                   MOVE V-IBAN TO S-iban
                   MOVE ALL '*' TO S-iban(5:16)
                   MOVE 'IBAN INVALIDO' TO S-situacion
               ELSE
                   MOVE 'SIN IBAN' TO S-situacion
               END-IF
           END-IF
           MOVE WFECHA-HOY        TO CON-FECHA
           MOVE 'N'               TO CON-TIPO
           MOVE E-cod-vendedor    TO CON-COD-VENDEDOR
           MOVE S-referencia      TO CON-REFERENCIA
           MOVE E-total-comision  TO CON-COMISION
           MOVE E-retencion       TO CON-RETENCION
           MOVE E-neto            TO CON-NETO
           WRITE REG-CONTABLE
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE.

       CARGAR-ESTADOS.
           IF ENCONTRADO-S AND V-IBAN NOT = SPACES AND IBAN-BIEN
               MOVE V-nombre   TO S-nombre TR-NOMBRE
               MOVE V-IBAN     TO S-iban TR-IBAN
               MOVE ALL '*'    TO S-iban(5:16)
               MOVE V-REF-PAGO TO S-referencia TR-REFERENCIA
               MOVE TE-IMPORTE(IX-EST) TO TR-IMPORTE
      * LA RETENCION YA SE APLICO AL EMITIR LA NOMINA ORIGINAL:
               ADD TE-IMPORTE(IX-EST) TO W-TOTAL-IMPORTE
               MOVE 'R' TO TE-ESTADO(IX-EST)
               MOVE 'REEMITIDA' TO S-situacion
               MOVE SPACES             TO REG-CONTABLE
               MOVE WFECHA-HOY         TO CON-FECHA
               MOVE 'E'                TO CON-TIPO
               MOVE TE-COD-VENDEDOR(IX-EST) TO CON-COD-VENDEDOR
               MOVE TE-REFERENCIA(IX-EST)   TO CON-REFERENCIA
               MOVE 0                  TO CON-COMISION CON-RETENCION
               MOVE TE-IMPORTE(IX-EST) TO CON-NETO
               MOVE 'T'                TO CON-PAGO
               WRITE REG-CONTABLE
           ELSE
               MOVE V-nombre TO S-nombre
               MOVE SPACES   TO S-iban S-referencia
