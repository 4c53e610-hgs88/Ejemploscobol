       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERREAN.
       AUTHOR. J.GAYAN.
      * CIERRE ANUAL. CORRE EL PRIMER DIA HABIL DE ENERO (NATANUAL),
      * DESPUES DE NATCERT Y ANTES DEL NATNOC DE ESA NOCHE:
      *   - ABRE LAS SERIES DEL ANO NUEVO EN NAT-FACTURAS.CTL Y
      *     NAT-RECTIF.CTL (AA000000). EL NUMERO DE FACTURA ES
      *     AANNNNNN Y FACTURAS NO EMITE CON LA SERIE DE OTRO ANO.
      *   - DA POR DEFINITIVO EL IRPF DEL EJERCICIO CERRADO EN
      *     NAT-IRPF.ACUM (MES ULTIMO AAAA99) SI NAT-IRPFCERT.CTL
      *     DICE QUE NATCERT YA LO CERTIFICO; SI NO, RC=4 Y SE
      *     RELANZA DESPUES DE NATCERT.
      *   - PASA LOS ANOS DE NAT-VENTAS-HIST ANTERIORES A LA
      *     RETENCION A UNA GENERACION DEL ARCHIVO
      *     NAT-VENTAS-HIST.ARCH Y LOS BORRA DEL HISTORICO.
      *   - PURGA DE NAT-PAGOS.EST LAS FILAS 'R' (DEVOLUCION YA
      *     REEMITIDA) ANTERIORES A LA RETENCION LEGAL; LAS 'D'
      *     PENDIENTES NO SE TOCAN. EL RESTO QUEDA EN
      *     NAT-PAGOS.EST.NEW, QUE EL PASO SIGUIENTE COPIA ENCIMA.
      *   - IMPRIME EL RESUMEN DEL EJERCICIO: VENTAS, FACTURAS,
      *     COMISIONES Y RETENCIONES.
      * PARAMETRO NAT-ANUAL.PAR: HH;PP = ANOS DE HISTORICO Y DE
      * PAGOS A CONSERVAR (SIN PARAMETRO 05;06). TODO ES
      * RELANZABLE: UNA SERIE YA ABIERTA O UNA FILA YA DEFINITIVA
      * NO SE VUELVEN A TOCAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parametros ASSIGN TO 'NAT-anual.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PAR.
           SELECT contador ASSIGN TO 'NAT-facturas.ctl'
           organization is line sequential
           FILE STATUS IS WS-FS-CTL.
           SELECT contrect ASSIGN TO 'NAT-rectif.ctl'
           organization is line sequential
           FILE STATUS IS WS-FS-CTR.
           SELECT certctl ASSIGN TO 'NAT-irpfcert.ctl'
           organization is line sequential
           FILE STATUS IS WS-FS-CERT.
           SELECT acumirpf ASSIGN TO 'NAT-irpf.acum'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AC-CLAVE
           FILE STATUS IS WS-FS-ACUM.
           SELECT historico ASSIGN TO 'NAT-ventas-hist'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HM-CLAVE
           FILE STATUS IS WS-FS-HISTORICO.
           SELECT archivo ASSIGN TO 'NAT-ventas-hist.arch'
           organization is line sequential.
           SELECT pagosest ASSIGN TO 'NAT-pagos.est'
           organization is line sequential
           FILE STATUS IS WS-FS-EST.
           SELECT pagosnuevo ASSIGN TO 'NAT-pagos.est.new'
           organization is line sequential.
           SELECT salida  ASSIGN TO 'NAT-salida-cierrean'
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
           RECORD 5 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           03 PAR-RET-HIST   PIC XX.
           03 FILLER         PIC X.
           03 PAR-RET-PAGOS  PIC XX.
       FD  CONTADOR
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 8 CHARACTERS
           DATA RECORD IS REG-CONTADOR.
       01  REG-CONTADOR      PIC 9(8).
       FD  CONTRECT
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 8 CHARACTERS
           DATA RECORD IS REG-CONTRECT.
       01  REG-CONTRECT      PIC 9(8).
       FD  CERTCTL
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 12 CHARACTERS
           DATA RECORD IS REG-CERTCTL.
       01  REG-CERTCTL.
           03 CT-ANO         PIC X(4).
           03 CT-FECHA       PIC 9(8).
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
       FD  HISTORICO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 36 CHARACTERS
           DATA RECORD IS REG-HISTORICO.
       01  REG-HISTORICO.
           03 HM-CLAVE.
              05 HM-anomes.
                 07 HM-ano       PIC X(4).
                 07 HM-mes       PIC XX.
              05 HM-cod-vendedor PIC X(4).
              05 HM-cod-producto PIC XX.
           03 HM-kilos           PIC 9(9)V99.
           03 HM-valor           PIC 9(11)V99.
       FD  ARCHIVO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 36 CHARACTERS
           DATA RECORD IS REG-ARCHIVO.
       01  REG-ARCHIVO       PIC X(36).
       FD  PAGOSEST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 59 CHARACTERS
           DATA RECORD IS REG-PAGOSEST.
       01  REG-PAGOSEST.
           03 EST-REFERENCIA    PIC X(16).
           03 EST-COD-VENDEDOR  PIC X(4).
           03 EST-IMPORTE       PIC 9(9)V99.
           03 EST-ESTADO        PIC X.
           03 EST-FECHA         PIC 9(8).
           03 EST-MOTIVO        PIC X(19).
       FD  PAGOSNUEVO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 59 CHARACTERS
           DATA RECORD IS REG-PAGOSNUEVO.
       01  REG-PAGOSNUEVO    PIC X(59).
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
       01  WS-FS-CTL           PIC XX.
       01  WS-FS-CTR           PIC XX.
       01  WS-FS-CERT          PIC XX.
       01  WS-FS-ACUM          PIC XX.
       01  WS-FS-HISTORICO     PIC XX.
       01  WS-FS-EST           PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  WFECHA-HOY          PIC 9(8).
       01  WFECHA-HOY-R REDEFINES WFECHA-HOY.
           03 WHOY-ANO         PIC 9(4).
           03 WHOY-MMDD        PIC 9(4).
       01  WHORA-HOY           PIC 9(6).
      * EJERCICIO QUE SE CIERRA Y EJERCICIO QUE SE ABRE.
       01  W-ANO-NUEVO         PIC 9(4) VALUE 0.
       01  W-ANO-CERRADO       PIC 9(4) VALUE 0.
       01  W-ANO-CERRADO-X REDEFINES W-ANO-CERRADO PIC X(4).
       77  W-AA-NUEVO          PIC 99 VALUE 0.
       77  W-AA-CERRADO        PIC 99 VALUE 0.
      * RETENCIONES EN ANOS: HISTORICO DE VENTAS Y ESTADO DE PAGOS.
       77  W-RET-HIST          PIC 99 VALUE 5.
       77  W-RET-PAGOS         PIC 99 VALUE 6.
       01  W-ANO-CORTE         PIC 9(4) VALUE 0.
       01  W-ANO-CORTE-X REDEFINES W-ANO-CORTE PIC X(4).
       01  W-FECHA-CORTE       PIC 9(8) VALUE 0.
      * SERIES DE FACTURACION.
       01  W-NUM-FACTURA       PIC 9(8) VALUE 0.
       01  W-NUM-RECTIF        PIC 9(8) VALUE 0.
       01  W-NUM-SERIE         PIC 9(8) VALUE 0.
       77  W-SERIE-AA          PIC 99 VALUE 0.
      * IRPF: SOLO SE CONGELA SI NATCERT CERTIFICO EL EJERCICIO.
       01  W-CERT-ANO          PIC X(4) VALUE SPACES.
       01  W-CERTIFICADO       PIC X VALUE 'N'.
           88 EJERCICIO-CERTIFICADO  VALUE 'S'.
       01  W-AVISO             PIC X VALUE 'N'.
           88 HAY-AVISO              VALUE 'S'.
       01  W-ERROR             PIC X VALUE 'N'.
           88 HAY-ERROR              VALUE 'S'.
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
       77  W-CNT-ESCRITOS      PIC 9(7) VALUE 0.
       77  W-CNT-IRPF          PIC 9(7) VALUE 0.
       77  W-CNT-CONGELADOS    PIC 9(7) VALUE 0.
       77  W-CNT-YA-DEFIN      PIC 9(7) VALUE 0.
       77  W-CNT-HIST-ANO      PIC 9(7) VALUE 0.
       77  W-CNT-ARCHIVADOS    PIC 9(7) VALUE 0.
       77  W-CNT-PURGADOS      PIC 9(7) VALUE 0.
       77  W-CNT-CONSERVADOS   PIC 9(7) VALUE 0.
       01  W-TOT-BRUTO         PIC 9(11)V99 VALUE 0.
       01  W-TOT-RETENIDO      PIC 9(11)V99 VALUE 0.
       01  W-TOT-NETO          PIC 9(11)V99 VALUE 0.
       01  W-TOT-KILOS         PIC 9(11)V99 VALUE 0.
       01  W-TOT-VALOR         PIC 9(13)V99 VALUE 0.
       01  W-TOT-PURGADO       PIC 9(11)V99 VALUE 0.
       77  FE       PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(33)
              VALUE 'CIERRE ANUAL DEL EJERCICIO       '.
           03 S-ANO-TIT       PIC 9(4).
           03 FILLER PIC X(9) VALUE '   FECHA '.
           03 S-FECHA-TIT     PIC 9(8).
       01  CABECERA2.
           03 FILLER PIC X(40) VALUE ALL '-'.
       01  CAB-TITULO.
           03 S-TITULO        PIC X(60).
      * SERIES: ULTIMO NUMERO DEL EJERCICIO CERRADO, DOCUMENTOS
      * EMITIDOS EN EL Y NUMERO CON EL QUE ARRANCA LA SERIE NUEVA.
       01  CAB-SERIE.
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-SER-NOMBRE    PIC X(15).
           03 FILLER          PIC X(8) VALUE 'ULTIMO: '.
           03 S-SER-ULTIMO    PIC 9(8).
           03 FILLER          PIC X(12) VALUE '  EMITIDAS: '.
           03 S-SER-EMITIDAS  PIC zzzzz9.
           03 FILLER          PIC X(15) VALUE '  NUEVA SERIE: '.
           03 S-SER-NUEVA     PIC 9(8).
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-SER-NOTA      PIC X(34).
       01  CAB-VENTAS.
           03 FILLER          PIC X(2) VALUE SPACES.
           03 FILLER          PIC X(7) VALUE 'FILAS: '.
           03 S-VEN-FILAS     PIC zzzzzz9.
           03 FILLER          PIC X(9) VALUE '  KILOS: '.
           03 S-VEN-KILOS     PIC zz.zzz.zzz.zz9,99.
           03 FILLER          PIC X(9) VALUE '  VALOR: '.
           03 S-VEN-VALOR     PIC z.zzz.zzz.zzz.zz9,99.
       01  CAB-IRPF.
           03 FILLER          PIC X(2) VALUE SPACES.
           03 FILLER          PIC X(12) VALUE 'VENDEDORES: '.
           03 S-IRPF-VEND     PIC zzzz9.
           03 FILLER          PIC X(9) VALUE '  BRUTO: '.
           03 S-IRPF-BRUTO    PIC zz.zzz.zzz.zz9,99.
           03 FILLER          PIC X(12) VALUE '  RETENIDO: '.
           03 S-IRPF-RETENIDO PIC zz.zzz.zzz.zz9,99.
           03 FILLER          PIC X(8) VALUE '  NETO: '.
           03 S-IRPF-NETO     PIC zz.zzz.zzz.zz9,99.
       01  CAB-CONTADOR.
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-CNT-TEXTO     PIC X(40).
           03 S-CNT-VALOR     PIC zzzzzz9.
       01  CAB-PURGA.
           03 FILLER          PIC X(4) VALUE SPACES.
           03 S-PUR-REF       PIC X(16).
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-PUR-VEND      PIC X(4).
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-PUR-IMPORTE   PIC zzz.zzz.zz9,99.
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-PUR-FECHA     PIC 9(8).
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-PUR-MOTIVO    PIC X(19).
       01  CAB-PURGA-TOT.
           03 FILLER          PIC X(2) VALUE SPACES.
           03 FILLER          PIC X(17) VALUE 'IMPORTE PURGADO: '.
           03 S-PUR-TOTAL     PIC zz.zzz.zzz.zz9,99.

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           MOVE WHOY-ANO TO W-ANO-NUEVO
           COMPUTE W-ANO-CERRADO = W-ANO-NUEVO - 1
           MOVE W-ANO-NUEVO   TO W-AA-NUEVO
           MOVE W-ANO-CERRADO TO W-AA-CERRADO
           PERFORM LEER-PARAMETROS
           COMPUTE W-ANO-CORTE = W-ANO-NUEVO - W-RET-HIST
           COMPUTE W-FECHA-CORTE =
               (W-ANO-NUEVO - W-RET-PAGOS) * 10000 + 101
           OPEN OUTPUT SALIDA
           MOVE W-ANO-CERRADO TO S-ANO-TIT
           MOVE WFECHA-HOY    TO S-FECHA-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           PERFORM ABRIR-SERIES
           PERFORM CERRAR-IRPF
           PERFORM ARCHIVAR-HISTORICO
           PERFORM PURGAR-PAGOS
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

      * LA RETENCION DEL HISTORICO NO BAJA DE 2 ANOS: OBJETIVO,
      * RANKING Y REPOSIC COMPARAN CON EL EJERCICIO ANTERIOR.
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS AT END MOVE SPACES TO REG-PARAMETROS
               END-READ
               IF PAR-RET-HIST NUMERIC
                   MOVE PAR-RET-HIST TO W-RET-HIST
               END-IF
               IF PAR-RET-PAGOS NUMERIC
                   MOVE PAR-RET-PAGOS TO W-RET-PAGOS
               END-IF
               CLOSE PARAMETROS
           END-IF
           IF W-RET-HIST < 2
               DISPLAY 'CIERREAN RETENCION DE HISTORICO ' W-RET-HIST
                   ' INSUFICIENTE: SE APLICAN 2 ANOS'
               MOVE 2 TO W-RET-HIST
           END-IF
           IF W-RET-PAGOS < 1
               MOVE 1 TO W-RET-PAGOS
           END-IF.

      *----------------------------------------------------------*
      * SERIES: LOS CONTADORES GUARDAN EL ULTIMO NUMERO EMITIDO;
      * LA SERIE NUEVA ARRANCA EN AA000000 Y FACTURAS EMITE DESDE
      * AA000001. SI EL CONTADOR YA LLEVA EL ANO NUEVO LA SERIE YA
      * ESTABA ABIERTA (RELANZAMIENTO) Y NO SE TOCA.
      *----------------------------------------------------------*
       ABRIR-SERIES.
           MOVE 'SERIES DE FACTURACION' TO S-TITULO
           WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
           MOVE 0 TO W-NUM-FACTURA
           OPEN INPUT CONTADOR
           IF WS-FS-CTL = '00'
               READ CONTADOR AT END MOVE 0 TO REG-CONTADOR
               END-READ
               IF REG-CONTADOR NUMERIC
                   MOVE REG-CONTADOR TO W-NUM-FACTURA
               END-IF
               CLOSE CONTADOR
           END-IF
           MOVE 'FACTURAS'      TO S-SER-NOMBRE
           MOVE W-NUM-FACTURA   TO W-NUM-SERIE
           PERFORM EVALUAR-SERIE
           IF S-SER-NOTA NOT = 'YA ABIERTA'
               OPEN OUTPUT CONTADOR
               MOVE S-SER-NUEVA TO REG-CONTADOR
               WRITE REG-CONTADOR
               CLOSE CONTADOR
           END-IF
           WRITE REG-SALIDA FROM CAB-SERIE END-WRITE
           MOVE 0 TO W-NUM-RECTIF
           OPEN INPUT CONTRECT
           IF WS-FS-CTR = '00'
               READ CONTRECT AT END MOVE 0 TO REG-CONTRECT
               END-READ
               IF REG-CONTRECT NUMERIC
                   MOVE REG-CONTRECT TO W-NUM-RECTIF
               END-IF
               CLOSE CONTRECT
           END-IF
           MOVE 'RECTIFICATIVAS' TO S-SER-NOMBRE
           MOVE W-NUM-RECTIF    TO W-NUM-SERIE
           PERFORM EVALUAR-SERIE
           IF S-SER-NOTA NOT = 'YA ABIERTA'
               OPEN OUTPUT CONTRECT
               MOVE S-SER-NUEVA TO REG-CONTRECT
               WRITE REG-CONTRECT
               CLOSE CONTRECT
           END-IF
           WRITE REG-SALIDA FROM CAB-SERIE END-WRITE.

      * EMITIDAS EN EL EJERCICIO: EL NUMERO DE ORDEN DE LA SERIE
      * CERRADA. CON LA NUMERACION CORRIDA ANTERIOR A LAS SERIES NO
      * SE PUEDE SABER CUANTAS SON DEL ANO.
       EVALUAR-SERIE.
           MOVE W-NUM-SERIE TO S-SER-ULTIMO
           MOVE 0           TO S-SER-EMITIDAS
           COMPUTE S-SER-NUEVA = W-AA-NUEVO * 1000000
           COMPUTE W-SERIE-AA = W-NUM-SERIE / 1000000
           EVALUATE TRUE
               WHEN W-SERIE-AA = W-AA-NUEVO AND W-NUM-SERIE > 999999
                   MOVE 'YA ABIERTA' TO S-SER-NOTA
               WHEN W-SERIE-AA = W-AA-CERRADO
                   COMPUTE S-SER-EMITIDAS =
                       W-NUM-SERIE - W-AA-CERRADO * 1000000
                   MOVE 'ABIERTA' TO S-SER-NOTA
               WHEN W-SERIE-AA = 0
                   MOVE 'ABIERTA (ERA NUMERACION CORRIDA)'
                       TO S-SER-NOTA
               WHEN OTHER
                   MOVE 'ABIERTA (CONTADOR DE OTRO ANO)'
                       TO S-SER-NOTA
                   SET HAY-AVISO TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------*
      * IRPF DEL EJERCICIO CERRADO: TOTALES PARA EL RESUMEN Y, SI
      * NATCERT YA LO CERTIFICO, MARCA DE FILA DEFINITIVA PARA QUE
      * COMISIONES NO LA VUELVA A MOVER.
      *----------------------------------------------------------*
       CERRAR-IRPF.
           MOVE 'COMISIONES Y RETENCIONES IRPF DEL EJERCICIO'
               TO S-TITULO
           WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
           MOVE SPACES TO W-CERT-ANO
           OPEN INPUT CERTCTL
           IF WS-FS-CERT = '00'
               READ CERTCTL AT END MOVE SPACES TO REG-CERTCTL
               END-READ
               MOVE CT-ANO TO W-CERT-ANO
               CLOSE CERTCTL
           END-IF
           IF W-CERT-ANO NUMERIC
               AND W-CERT-ANO NOT < W-ANO-CERRADO-X
               SET EJERCICIO-CERTIFICADO TO TRUE
           END-IF
           OPEN I-O ACUMIRPF
           IF WS-FS-ACUM NOT = '00'
               DISPLAY 'CIERREAN SIN REGISTRO ACUMULADO IRPF FS='
                   WS-FS-ACUM
               MOVE '  NAT-IRPF.ACUM NO DISPONIBLE' TO S-TITULO
               WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
               SET HAY-AVISO TO TRUE
               CLOSE ACUMIRPF
           ELSE
               PERFORM RECORRER-IRPF
               CLOSE ACUMIRPF
               MOVE W-CNT-IRPF     TO S-IRPF-VEND
               MOVE W-TOT-BRUTO    TO S-IRPF-BRUTO
               MOVE W-TOT-RETENIDO TO S-IRPF-RETENIDO
               MOVE W-TOT-NETO     TO S-IRPF-NETO
               WRITE REG-SALIDA FROM CAB-IRPF END-WRITE
               MOVE 'FILAS MARCADAS DEFINITIVAS AHORA' TO S-CNT-TEXTO
               MOVE W-CNT-CONGELADOS TO S-CNT-VALOR
               WRITE REG-SALIDA FROM CAB-CONTADOR END-WRITE
               MOVE 'FILAS YA DEFINITIVAS' TO S-CNT-TEXTO
               MOVE W-CNT-YA-DEFIN TO S-CNT-VALOR
               WRITE REG-SALIDA FROM CAB-CONTADOR END-WRITE
               IF NOT EJERCICIO-CERTIFICADO AND W-CNT-IRPF > 0
                   DISPLAY 'CIERREAN EJERCICIO ' W-ANO-CERRADO
                       ' SIN CERTIFICAR: LANZAR NATCERT Y RELANZAR'
                   MOVE '  SIN CERTIFICAR (NATCERT): IRPF PROVISIONAL'
                       TO S-TITULO
                   WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
                   SET HAY-AVISO TO TRUE
               END-IF
           END-IF.

       RECORRER-IRPF.
           MOVE SPACES TO AC-CLAVE
           MOVE 0 TO FE
           START ACUMIRPF KEY IS NOT < AC-CLAVE
               INVALID KEY MOVE 1 TO FE
           END-START
           PERFORM UNTIL FE = 1
               READ ACUMIRPF NEXT RECORD
                   AT END MOVE 1 TO FE
               END-READ
               IF FE = 0
                   ADD 1 TO W-CNT-LEIDOS
                   IF AC-ano = W-ANO-CERRADO-X
                       PERFORM CONGELAR-IRPF
                   END-IF
               END-IF
           END-PERFORM.

       CONGELAR-IRPF.
           ADD 1           TO W-CNT-IRPF
           ADD AC-bruto    TO W-TOT-BRUTO
           ADD AC-retenido TO W-TOT-RETENIDO
           ADD AC-neto     TO W-TOT-NETO
           IF AC-DEFINITIVO
               ADD 1 TO W-CNT-YA-DEFIN
           ELSE
               IF EJERCICIO-CERTIFICADO
                   MOVE W-ANO-CERRADO-X TO AC-mes-ultimo-aa
                   MOVE '99'            TO AC-mes-ultimo-mm
                   REWRITE REG-ACUMIRPF END-REWRITE
                   ADD 1 TO W-CNT-CONGELADOS
                   ADD 1 TO W-CNT-ESCRITOS
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * HISTORICO: SE QUEDAN LOS ULTIMOS W-RET-HIST EJERCICIOS
      * CERRADOS Y EL ANO EN CURSO; LO ANTERIOR VA A LA GENERACION
      * NUEVA DEL ARCHIVO (MISMO REGISTRO DE 36) Y SE BORRA.
      *----------------------------------------------------------*
       ARCHIVAR-HISTORICO.
           MOVE 'VENTAS DEL EJERCICIO (NAT-VENTAS-HIST)' TO S-TITULO
           WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
           OPEN OUTPUT ARCHIVO
           OPEN I-O HISTORICO
           IF WS-FS-HISTORICO NOT = '00'
               DISPLAY 'CIERREAN SIN HISTORICO DE VENTAS FS='
                   WS-FS-HISTORICO
               MOVE '  NAT-VENTAS-HIST NO DISPONIBLE' TO S-TITULO
               WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
               SET HAY-AVISO TO TRUE
               CLOSE HISTORICO
           ELSE
               PERFORM RECORRER-HISTORICO
               CLOSE HISTORICO
               MOVE W-CNT-HIST-ANO TO S-VEN-FILAS
               MOVE W-TOT-KILOS    TO S-VEN-KILOS
               MOVE W-TOT-VALOR    TO S-VEN-VALOR
               WRITE REG-SALIDA FROM CAB-VENTAS END-WRITE
           END-IF
           CLOSE ARCHIVO
           MOVE SPACES TO S-CNT-TEXTO
           STRING 'FILAS ARCHIVADAS (ANOS ANTERIORES A '
               DELIMITED BY SIZE
               W-ANO-CORTE-X DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO S-CNT-TEXTO
           END-STRING
           MOVE W-CNT-ARCHIVADOS TO S-CNT-VALOR
           WRITE REG-SALIDA FROM CAB-CONTADOR END-WRITE.

       RECORRER-HISTORICO.
           MOVE LOW-VALUES TO HM-CLAVE
           MOVE 0 TO FE
           START HISTORICO KEY IS NOT < HM-CLAVE
               INVALID KEY MOVE 1 TO FE
           END-START
           PERFORM UNTIL FE = 1
               READ HISTORICO NEXT RECORD
                   AT END MOVE 1 TO FE
               END-READ
               IF FE = 0
                   ADD 1 TO W-CNT-LEIDOS
                   IF HM-ano = W-ANO-CERRADO-X
                       ADD 1        TO W-CNT-HIST-ANO
                       ADD HM-kilos TO W-TOT-KILOS
                       ADD HM-valor TO W-TOT-VALOR
                   END-IF
                   IF HM-ano < W-ANO-CORTE-X
                       WRITE REG-ARCHIVO FROM REG-HISTORICO
                       DELETE HISTORICO RECORD END-DELETE
                       ADD 1 TO W-CNT-ARCHIVADOS
                       ADD 1 TO W-CNT-ESCRITOS
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      * PAGOS: FUERA SOLO LAS 'R' (DEVOLUCION YA REEMITIDA) CON
      * FECHA ANTERIOR AL 1 DE ENERO DE (ANO NUEVO - W-RET-PAGOS).
      * SI NAT-PAGOS.EST NO SE PUEDE LEER (SALVO QUE NO EXISTA)
      * TERMINA CON RC=8 PARA QUE NO SE COPIE ENCIMA UN .NEW VACIO.
      *----------------------------------------------------------*
       PURGAR-PAGOS.
           MOVE 'PAGOS LIQUIDADOS PURGADOS (NAT-PAGOS.EST)'
               TO S-TITULO
           WRITE REG-SALIDA FROM CAB-TITULO END-WRITE
           OPEN OUTPUT PAGOSNUEVO
           OPEN INPUT PAGOSEST
           IF WS-FS-EST = '00'
               MOVE 0 TO FE
               PERFORM UNTIL FE = 1
                   READ PAGOSEST
                       AT END MOVE 1 TO FE
                   END-READ
                   IF FE = 0
                       ADD 1 TO W-CNT-LEIDOS
                       PERFORM TRATAR-PAGO
                   END-IF
               END-PERFORM
               CLOSE PAGOSEST
           ELSE
               IF WS-FS-EST NOT = '35'
                   DISPLAY 'CIERREAN NAT-PAGOS.EST ILEGIBLE FS='
                       WS-FS-EST
                   SET HAY-ERROR TO TRUE
               END-IF
           END-IF
           CLOSE PAGOSNUEVO
           MOVE W-TOT-PURGADO TO S-PUR-TOTAL
           WRITE REG-SALIDA FROM CAB-PURGA-TOT END-WRITE
           MOVE SPACES TO S-CNT-TEXTO
           STRING 'FILAS PURGADAS (ANTERIORES A '
               DELIMITED BY SIZE
               W-FECHA-CORTE DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO S-CNT-TEXTO
           END-STRING
           MOVE W-CNT-PURGADOS TO S-CNT-VALOR
           WRITE REG-SALIDA FROM CAB-CONTADOR END-WRITE
           MOVE 'FILAS CONSERVADAS' TO S-CNT-TEXTO
           MOVE W-CNT-CONSERVADOS TO S-CNT-VALOR
           WRITE REG-SALIDA FROM CAB-CONTADOR END-WRITE.

       TRATAR-PAGO.
           IF EST-ESTADO = 'R' AND EST-FECHA < W-FECHA-CORTE
               ADD 1 TO W-CNT-PURGADOS
               ADD EST-IMPORTE TO W-TOT-PURGADO
               MOVE EST-REFERENCIA   TO S-PUR-REF
               MOVE EST-COD-VENDEDOR TO S-PUR-VEND
               MOVE EST-IMPORTE      TO S-PUR-IMPORTE
               MOVE EST-FECHA        TO S-PUR-FECHA
               MOVE EST-MOTIVO       TO S-PUR-MOTIVO
               WRITE REG-SALIDA FROM CAB-PURGA END-WRITE
           ELSE
               WRITE REG-PAGOSNUEVO FROM REG-PAGOSEST
               ADD 1 TO W-CNT-CONSERVADOS
               ADD 1 TO W-CNT-ESCRITOS
           END-IF.

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES             TO REG-AUDITORIA
           MOVE 'CIERREAN'         TO AUD-PROGRAMA
           MOVE WFECHA-HOY         TO AUD-FECHA
           MOVE WHORA-HOY          TO AUD-HORA
           MOVE W-CNT-LEIDOS       TO AUD-LEIDOS
           MOVE W-CNT-ESCRITOS     TO AUD-ESCRITOS
           MOVE W-CNT-PURGADOS     TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.
