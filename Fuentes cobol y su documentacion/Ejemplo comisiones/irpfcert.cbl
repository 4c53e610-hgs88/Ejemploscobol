           SELECT parametros ASSIGN TO 'NAT-irpfcert.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PAR.
           SELECT certctl ASSIGN TO 'NAT-irpfcert.ctl'
           organization is line sequential
           FILE STATUS IS WS-FS-CTL.
           SELECT salida  ASSIGN TO 'NAT-salida-irpfcert'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
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
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           03 PAR-ANO        PIC X(4).
      * ULTIMO EJERCICIO CERTIFICADO. NATANUAL SOLO DA POR DEFINITIVO
      * EL IRPF DE UN ANO SI YA CONSTA AQUI.
       FD  CERTCTL
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 12 CHARACTERS
           DATA RECORD IS REG-CERTCTL.
       01  REG-CERTCTL.
           03 CT-ANO         PIC X(4).
           03 CT-FECHA       PIC 9(8).
       FD  SALIDA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
       01  WS-FS-VENDEDORES    PIC XX.
       01  WS-FS-PAR           PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  WS-FS-CTL           PIC XX.
       01  W-ANO-CTL           PIC X(4) VALUE SPACES.
       01  W-ANO               PIC X(4) VALUE SPACES.
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
       77  W-CNT-CERTIFICADOS  PIC 9(7) VALUE 0.
              VALUE 'CERTIFICADO DE RETENCION '.
           03 FILLER         PIC X(4) VALUE 'ANO '.
           03 S-CER-ANO      PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CER-SITUACION PIC X(11).
       01  CAB-CER-2.
           03 FILLER         PIC X(9) VALUE 'VENDEDOR '.
           03 S-CER-COD      PIC X(4).
           PERFORM EMITIR-CERTIFICADOS
           MOVE W-CNT-CERTIFICADOS TO S-CNT-CERT
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE
           IF W-CNT-CERTIFICADOS > 0
               PERFORM GRABAR-CONTROL
           END-IF
           PERFORM GRABAR-AUDITORIA
           CLOSE ACUMIRPF VENDEDORES SALIDA
           STOP RUN.
       IMPRIMIR-CERTIFICADO.
           ADD 1 TO W-CNT-CERTIFICADOS
           MOVE W-ANO TO S-CER-ANO
           IF AC-DEFINITIVO
               MOVE 'DEFINITIVO' TO S-CER-SITUACION
           ELSE
               MOVE 'PROVISIONAL' TO S-CER-SITUACION
           END-IF
           WRITE REG-SALIDA FROM CAB-CER-1 END-WRITE
           MOVE AC-cod-vendedor TO S-CER-COD
           MOVE 'DESCONOCIDO' TO V-nombre
           MOVE AC-neto      TO S-CER-NETO
           WRITE REG-SALIDA FROM CAB-CER-3 END-WRITE.

      * SE CONSERVA EL ANO MAS ALTO CERTIFICADO: UNA REEMISION DE
      * UN EJERCICIO ANTERIOR NO HACE RETROCEDER EL CONTROL.
       GRABAR-CONTROL.
           MOVE SPACES TO W-ANO-CTL
           OPEN INPUT CERTCTL
           IF WS-FS-CTL = '00'
               READ CERTCTL AT END MOVE SPACES TO REG-CERTCTL
               END-READ
               MOVE CT-ANO TO W-ANO-CTL
               CLOSE CERTCTL
           END-IF
           IF W-ANO-CTL NOT NUMERIC OR W-ANO-CTL < W-ANO
               OPEN OUTPUT CERTCTL
               MOVE W-ANO      TO CT-ANO
               MOVE WFECHA-HOY TO CT-FECHA
               WRITE REG-CERTCTL
               CLOSE CERTCTL
           END-IF.

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
