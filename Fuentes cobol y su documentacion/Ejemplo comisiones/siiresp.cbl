       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIIRESP.
       AUTHOR. J.GAYAN.
      * RESPUESTA DEL SII A LOS ENVIOS DE FACTURAS EXPEDIDAS.
      * LEE EL FICHERO DE RESPUESTA DE LA AGENCIA NAT-SII.RES (UNA
      * LINEA POR FACTURA: NUMSERIE;LOTE;ESTADO;CODIGO;DESCRIPCION,
      * CON ESTADO CORRECTO, ACEPTADOCONERRORES O INCORRECTO) Y ANOTA
      * EN NAT-SII.EST SI CADA FACTURA QUEDA ACEPTADA, ACEPTADA CON
      * ERRORES O RECHAZADA. SOLO SE APLICA LA RESPUESTA AL ENVIO
      * VIGENTE (MISMO LOTE Y FACTURA AUN PENDIENTE DE RESPUESTA): UN
      * FICHERO REPETIDO NO VUELVE A RECHAZAR UNA FACTURA REENVIADA.
      * IMPRIME PARA EL DEPARTAMENTO FISCAL LAS FACTURAS PENDIENTES,
      * RECHAZADAS Y ACEPTADAS CON ERRORES, CON LA FECHA LIMITE DE
      * ENVIO (CUATRO DIAS HABILES DESDE LA EXPEDICION, SIN SABADOS,
      * DOMINGOS NI FESTIVOS GENERALES '***' DE NAT-CALENDARIO.TXT).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT respuesta ASSIGN TO 'NAT-sii.res'
           organization is line sequential
           FILE STATUS IS WS-FS-RES.
           SELECT estado ASSIGN TO 'NAT-sii.est'
           organization is line sequential
           FILE STATUS IS WS-FS-EST.
           SELECT calendario ASSIGN TO 'NAT-calendario.txt'
           organization is line sequential
           FILE STATUS IS WS-FS-CAL.
           SELECT salida  ASSIGN TO 'NAT-salida-siiresp'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  RESPUESTA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 100 CHARACTERS
           DATA RECORD IS REG-RESPUESTA.
       01  REG-RESPUESTA     PIC X(100).
       FD  ESTADO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 121 CHARACTERS
           DATA RECORD IS REG-ESTADO.
       01  REG-ESTADO.
           03 ES-serie            PIC X.
           03 ES-numero           PIC 9(8).
           03 ES-cod-cliente      PIC X(4).
           03 ES-nif              PIC X(9).
           03 ES-fecha-emision    PIC 9(8).
           03 ES-estado           PIC X.
           03 ES-fecha-envio      PIC 9(8).
           03 ES-fecha-respuesta  PIC 9(8).
           03 ES-codigo-error     PIC X(4).
           03 ES-descripcion      PIC X(40).
           03 ES-base             PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 ES-cuota            PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 ES-envios           PIC 99.
       FD  CALENDARIO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 20 CHARACTERS
           DATA RECORD IS REG-CALENDARIO.
       01  REG-CALENDARIO   PIC X(20).
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
       01  WS-FS-RES           PIC XX.
       01  WS-FS-EST           PIC XX.
       01  WS-FS-CAL           PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  TABLA-ESTADO.
           03 TE-FILA OCCURS 5000 TIMES INDEXED BY IX-EST.
              05 TE-SERIE           PIC X.
              05 TE-NUMERO          PIC 9(8).
              05 TE-CLIENTE         PIC X(4).
              05 TE-NIF             PIC X(9).
              05 TE-EMISION         PIC 9(8).
              05 TE-ESTADO          PIC X.
              05 TE-FECHA-ENVIO     PIC 9(8).
              05 TE-FECHA-RESPUESTA PIC 9(8).
              05 TE-CODIGO          PIC X(4).
              05 TE-DESCRIPCION     PIC X(40).
              05 TE-BASE            PIC S9(11)V99.
              05 TE-CUOTA           PIC S9(11)V99.
              05 TE-ENVIOS          PIC 99.
       77  W-NUM-ESTADO        PIC 9(5) COMP VALUE 0.
       77  W-IX-BUS            PIC 9(5) COMP VALUE 0.
       01  W-EST-DESBORDE      PIC X VALUE 'N'.
           88 ESTADO-DESBORDADO      VALUE 'S'.
       01  W-BUS-SERIE         PIC X.
       01  W-BUS-NUMERO        PIC 9(8).
       01  W-ENCONTRADO PIC X VALUE 'N'.
           88 ENCONTRADO-S VALUE 'S'.
      * CAMPOS DE LA LINEA DE RESPUESTA.
       01  W-RESPUESTA.
           03 W-RES-NUMSERIE      PIC X(9).
           03 W-RES-NUMSERIE-R REDEFINES W-RES-NUMSERIE.
              05 W-RES-SERIE      PIC X.
              05 W-RES-NUMERO     PIC X(8).
              05 W-RES-NUMERO-N REDEFINES W-RES-NUMERO PIC 9(8).
           03 W-RES-LOTE          PIC X(8).
           03 W-RES-LOTE-N REDEFINES W-RES-LOTE PIC 9(8).
           03 W-RES-ESTADO        PIC X(20).
           03 W-RES-CODIGO        PIC X(4).
           03 W-RES-DESCRIPCION   PIC X(40).
       01  W-NUEVO-ESTADO      PIC X.
       01  W-MOTIVO            PIC X(22).
      * FESTIVOS GENERALES DEL CALENDARIO LABORAL.
       01  TABLA-FESTIVOS.
           03 TF-FILA OCCURS 500 TIMES INDEXED BY IX-FES.
              05 TF-FECHA    PIC X(8).
       77  W-NUM-FESTIVOS   PIC 9(4) COMP VALUE 0.
       77  FE-CAL           PIC 9 VALUE 0.
       01  W-FES-DEL        PIC X(3).
       01  W-FES-FECHA      PIC X(8).
       01  W-ES-FESTIVO     PIC X VALUE 'N'.
           88 DIA-NO-LABORABLE    VALUE 'S'.
      * FECHAS: SUMA DE DIAS Y DIA DE LA SEMANA (DEL DIA ABSOLUTO,
      * 01/01/0001 FUE LUNES), SIN FUNCIONES INTRINSECAS.
       01  W-FD.
           03 W-FD-AAAA     PIC 9(4).
           03 W-FD-MM       PIC 99.
           03 W-FD-DD       PIC 99.
       01  W-FD-N REDEFINES W-FD PIC 9(8).
       01  W-FD-X REDEFINES W-FD PIC X(8).
       01  W-DIAS-TABLA     PIC X(24) VALUE '312831303130313130313031'.
       01  W-DIAS-TABLA-R REDEFINES W-DIAS-TABLA.
           03 W-DIAS-MES-T OCCURS 12 TIMES PIC 99.
       01  W-ACUM-TABLA     PIC X(36)
           VALUE '000031059090120151181212243273304334'.
       01  W-ACUM-TABLA-R REDEFINES W-ACUM-TABLA.
           03 W-ACUM-MES-T OCCURS 12 TIMES PIC 999.
       01  W-DIAS-MES       PIC 99 VALUE 0.
       77  W-BIS-COCIENTE   PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO4     PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO100   PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO400   PIC 9(4) COMP VALUE 0.
       77  W-ANO-ANT        PIC 9(4) COMP VALUE 0.
       77  W-DIV-4          PIC 9(4) COMP VALUE 0.
       77  W-DIV-100        PIC 9(4) COMP VALUE 0.
       77  W-DIV-400        PIC 9(4) COMP VALUE 0.
       77  W-MES-GUARDA     PIC 99 VALUE 0.
       77  W-DIA-ABS        PIC 9(7) COMP VALUE 0.
       77  W-DIAS-SUMAR     PIC 9(5) COMP VALUE 0.
       77  W-DIAS-RESTO-MES PIC 9(5) COMP VALUE 0.
       77  W-SEMANAS        PIC 9(7) COMP VALUE 0.
       77  W-DIA-SEMANA     PIC 9 VALUE 0.
       77  W-DIAS-HABILES   PIC 9 VALUE 0.
       01  W-FECHA-LIMITE   PIC 9(8) VALUE 0.
       01  W-FECHA-REF      PIC 9(8) VALUE 0.
       01  W-FECHA-AUX      PIC 9(8) VALUE 0.
       01  W-FECHA-EDIT     PIC X(10).
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
       77  W-CNT-ACEPTADAS     PIC 9(7) VALUE 0.
       77  W-CNT-CON-ERRORES   PIC 9(7) VALUE 0.
       77  W-CNT-RECHAZADAS    PIC 9(7) VALUE 0.
       77  W-CNT-NO-VIGENTES   PIC 9(7) VALUE 0.
       77  W-CNT-ERRONEAS      PIC 9(7) VALUE 0.
       77  W-CNT-PEND-NIF      PIC 9(7) VALUE 0.
       77  W-CNT-PEND-RESP     PIC 9(7) VALUE 0.
       77  W-CNT-PEND-RECH     PIC 9(7) VALUE 0.
       77  W-CNT-PEND-ERR      PIC 9(7) VALUE 0.
       77  W-CNT-FUERA-PLAZO   PIC 9(7) VALUE 0.
       01  WFECHA-HOY          PIC 9(8).
       01  WHORA-HOY           PIC 9(6).
       77  FE       PIC 9    VALUE 0.
       77  FE-EST   PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(34)
              VALUE 'RESPUESTAS DEL SII RECIBIDAS     '.
           03 S-FECHA-TIT PIC 9(8).
       01  CAB-RES-1.
           03 FILLER PIC X(9)   VALUE 'documento'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8)   VALUE 'lote    '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20)  VALUE 'estado SII'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4)   VALUE 'cod.'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(40)  VALUE 'descripcion'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(22)  VALUE 'resultado'.
       01  CAB-RES-2.
           03 S-RES-NUMSERIE PIC X(9).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-RES-LOTE     PIC X(8).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-RES-ESTADO   PIC X(20).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-RES-CODIGO   PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-RES-DESCRIPCION PIC X(40).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-RES-MOTIVO   PIC X(22).
       01  CAB-RES-9.
           03 FILLER PIC X(12)  VALUE 'ACEPTADAS: '.
           03 S-CNT-ACEPTADAS PIC zzzzz9.
           03 FILLER PIC X(16)  VALUE '  CON ERRORES: '.
           03 S-CNT-CON-ERRORES PIC zzzzz9.
           03 FILLER PIC X(15)  VALUE '  RECHAZADAS: '.
           03 S-CNT-RECHAZADAS PIC zzzzz9.
           03 FILLER PIC X(16)  VALUE '  NO VIGENTES: '.
           03 S-CNT-NO-VIGENTES PIC zzzzz9.
           03 FILLER PIC X(13)  VALUE '  ERRONEAS: '.
           03 S-CNT-ERRONEAS PIC zzzzz9.
       01  CAB-PEN-1.
           03 FILLER PIC X(44)
              VALUE 'FACTURAS SII PENDIENTES Y RECHAZADAS A FECHA'.
           03 FILLER         PIC X VALUE SPACE.
           03 S-PEN-FECHA-TIT PIC 9(8).
       01  CAB-PEN-2.
           03 FILLER PIC X(9)   VALUE 'documento'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4)   VALUE 'cli.'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9)   VALUE 'NIF'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'expedida'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'limite'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'enviada'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(15)  VALUE 'situacion'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4)   VALUE 'cod.'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(30)  VALUE 'descripcion'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(11)  VALUE 'plazo'.
       01  CAB-PEN-3.
           03 S-PEN-SERIE    PIC X.
           03 S-PEN-NUMERO   PIC 9(8).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-PEN-CLIENTE  PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-PEN-NIF      PIC X(9).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-PEN-EMISION  PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-PEN-LIMITE   PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-PEN-ENVIO    PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-PEN-SITUACION PIC X(15).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-PEN-CODIGO   PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-PEN-DESCRIPCION PIC X(30).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-PEN-PLAZO    PIC X(11).
       01  CAB-PEN-9.
           03 FILLER PIC X(9)   VALUE 'SIN NIF: '.
           03 S-CNT-PEND-NIF PIC zzzzz9.
           03 FILLER PIC X(19)  VALUE '  SIN RESPUESTA: '.
           03 S-CNT-PEND-RESP PIC zzzzz9.
           03 FILLER PIC X(15)  VALUE '  RECHAZADAS: '.
           03 S-CNT-PEND-RECH PIC zzzzz9.
           03 FILLER PIC X(16)  VALUE '  CON ERRORES: '.
           03 S-CNT-PEND-ERR PIC zzzzz9.
           03 FILLER PIC X(19)  VALUE '  FUERA DE PLAZO: '.
           03 S-CNT-FUERA-PLAZO PIC zzzzz9.

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           PERFORM CARGAR-ESTADO
           IF ESTADO-DESBORDADO
               DISPLAY 'SIIRESP SITUACION SII DESBORDADA: '
                   'NO SE APLICA NI SE REGRABA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-CALENDARIO
           OPEN OUTPUT SALIDA
           MOVE WFECHA-HOY TO S-FECHA-TIT S-PEN-FECHA-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           WRITE REG-SALIDA FROM CAB-RES-1 END-WRITE
           PERFORM APLICAR-RESPUESTAS
           MOVE W-CNT-ACEPTADAS   TO S-CNT-ACEPTADAS
           MOVE W-CNT-CON-ERRORES TO S-CNT-CON-ERRORES
           MOVE W-CNT-RECHAZADAS  TO S-CNT-RECHAZADAS
           MOVE W-CNT-NO-VIGENTES TO S-CNT-NO-VIGENTES
           MOVE W-CNT-ERRONEAS    TO S-CNT-ERRONEAS
           WRITE REG-SALIDA FROM CAB-RES-9 END-WRITE
           PERFORM GRABAR-ESTADO
           WRITE REG-SALIDA FROM CAB-PEN-1 END-WRITE
           WRITE REG-SALIDA FROM CAB-PEN-2 END-WRITE
           PERFORM IMPRIMIR-PENDIENTES
           MOVE W-CNT-PEND-NIF    TO S-CNT-PEND-NIF
           MOVE W-CNT-PEND-RESP   TO S-CNT-PEND-RESP
           MOVE W-CNT-PEND-RECH   TO S-CNT-PEND-RECH
           MOVE W-CNT-PEND-ERR    TO S-CNT-PEND-ERR
           MOVE W-CNT-FUERA-PLAZO TO S-CNT-FUERA-PLAZO
           WRITE REG-SALIDA FROM CAB-PEN-9 END-WRITE
           PERFORM GRABAR-AUDITORIA
           CLOSE SALIDA
           IF W-CNT-ERRONEAS > 0 OR W-CNT-PEND-RECH > 0
              OR W-CNT-FUERA-PLAZO > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       CARGAR-ESTADO.
           MOVE 0 TO W-NUM-ESTADO
           OPEN INPUT ESTADO
           IF WS-FS-EST NOT = '00'
               CLOSE ESTADO
           ELSE
               MOVE 0 TO FE-EST
               READ ESTADO AT END MOVE 1 TO FE-EST END-READ
               PERFORM UNTIL FE-EST = 1
                   IF W-NUM-ESTADO < 5000
                       ADD 1 TO W-NUM-ESTADO
                       SET IX-EST TO W-NUM-ESTADO
                       MOVE ES-serie         TO TE-SERIE(IX-EST)
                       MOVE ES-numero        TO TE-NUMERO(IX-EST)
                       MOVE ES-cod-cliente   TO TE-CLIENTE(IX-EST)
                       MOVE ES-nif           TO TE-NIF(IX-EST)
                       MOVE ES-fecha-emision TO TE-EMISION(IX-EST)
                       MOVE ES-estado        TO TE-ESTADO(IX-EST)
                       MOVE ES-fecha-envio   TO TE-FECHA-ENVIO(IX-EST)
                       MOVE ES-fecha-respuesta
                           TO TE-FECHA-RESPUESTA(IX-EST)
                       MOVE ES-codigo-error  TO TE-CODIGO(IX-EST)
                       MOVE ES-descripcion   TO TE-DESCRIPCION(IX-EST)
                       MOVE ES-base          TO TE-BASE(IX-EST)
                       MOVE ES-cuota         TO TE-CUOTA(IX-EST)
                       MOVE ES-envios        TO TE-ENVIOS(IX-EST)
                   ELSE
                       SET ESTADO-DESBORDADO TO TRUE
                   END-IF
                   READ ESTADO AT END MOVE 1 TO FE-EST END-READ
               END-PERFORM
               CLOSE ESTADO
           END-IF.

       CARGAR-CALENDARIO.
           MOVE 0 TO W-NUM-FESTIVOS
           OPEN INPUT CALENDARIO
           IF WS-FS-CAL NOT = '00'
               CLOSE CALENDARIO
           ELSE
               MOVE 0 TO FE-CAL
               READ CALENDARIO AT END MOVE 1 TO FE-CAL END-READ
               PERFORM UNTIL FE-CAL = 1
                   MOVE SPACES TO W-FES-DEL W-FES-FECHA
                   unstring REG-CALENDARIO delimited by ';' into
                       W-FES-DEL W-FES-FECHA
                   end-unstring
                   IF W-NUM-FESTIVOS < 500 AND W-FES-DEL = '***'
                      AND W-FES-FECHA NUMERIC
                       ADD 1 TO W-NUM-FESTIVOS
                       MOVE W-FES-FECHA
                           TO TF-FECHA(W-NUM-FESTIVOS)
                   END-IF
                   READ CALENDARIO AT END MOVE 1 TO FE-CAL END-READ
               END-PERFORM
               CLOSE CALENDARIO
           END-IF.

       APLICAR-RESPUESTAS.
           OPEN INPUT RESPUESTA
           IF WS-FS-RES NOT = '00'
               CLOSE RESPUESTA
           ELSE
               MOVE 0 TO FE
               READ RESPUESTA AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   IF REG-RESPUESTA NOT = SPACES
                       ADD 1 TO W-CNT-LEIDOS
                       PERFORM TRATAR-RESPUESTA
                   END-IF
                   READ RESPUESTA AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE RESPUESTA
           END-IF.

       TRATAR-RESPUESTA.
           MOVE SPACES TO W-RESPUESTA W-MOTIVO
           unstring REG-RESPUESTA delimited by ';' into
               W-RES-NUMSERIE W-RES-LOTE W-RES-ESTADO W-RES-CODIGO
               W-RES-DESCRIPCION
           end-unstring
           INSPECT W-RES-ESTADO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACE TO W-NUEVO-ESTADO
           EVALUATE W-RES-ESTADO
               WHEN 'CORRECTO'
                   MOVE 'A' TO W-NUEVO-ESTADO
               WHEN 'ACEPTADOCONERRORES'
               WHEN 'ACEPTADO CON ERRORES'
                   MOVE 'W' TO W-NUEVO-ESTADO
               WHEN 'INCORRECTO'
                   MOVE 'R' TO W-NUEVO-ESTADO
           END-EVALUATE
           IF (W-RES-SERIE NOT = 'F' AND W-RES-SERIE NOT = 'R')
              OR W-RES-NUMERO NOT NUMERIC
              OR W-RES-LOTE NOT NUMERIC
               MOVE 'RESPUESTA ILEGIBLE' TO W-MOTIVO
           ELSE
               MOVE W-RES-SERIE    TO W-BUS-SERIE
               MOVE W-RES-NUMERO-N TO W-BUS-NUMERO
               PERFORM BUSCAR-ESTADO
               EVALUATE TRUE
                   WHEN NOT ENCONTRADO-S
                       MOVE 'DOCUMENTO DESCONOCIDO' TO W-MOTIVO
                   WHEN W-NUEVO-ESTADO = SPACE
                       MOVE 'ESTADO DESCONOCIDO' TO W-MOTIVO
                   WHEN TE-ESTADO(W-IX-BUS) NOT = 'E'
                     OR TE-FECHA-ENVIO(W-IX-BUS) NOT = W-RES-LOTE-N
                       MOVE 'NO VIGENTE, IGNORADA' TO W-MOTIVO
                       ADD 1 TO W-CNT-NO-VIGENTES
                   WHEN OTHER
                       MOVE W-NUEVO-ESTADO TO TE-ESTADO(W-IX-BUS)
                       MOVE WFECHA-HOY
                           TO TE-FECHA-RESPUESTA(W-IX-BUS)
                       MOVE W-RES-CODIGO   TO TE-CODIGO(W-IX-BUS)
                       MOVE W-RES-DESCRIPCION
                           TO TE-DESCRIPCION(W-IX-BUS)
                       EVALUATE W-NUEVO-ESTADO
                           WHEN 'A'
                               ADD 1 TO W-CNT-ACEPTADAS
                               MOVE 'ACEPTADA' TO W-MOTIVO
                           WHEN 'W'
                               ADD 1 TO W-CNT-CON-ERRORES
                               MOVE 'ACEPTADA CON ERRORES'
                                   TO W-MOTIVO
                           WHEN 'R'
                               ADD 1 TO W-CNT-RECHAZADAS
                               MOVE 'RECHAZADA' TO W-MOTIVO
                       END-EVALUATE
               END-EVALUATE
           END-IF
           IF W-MOTIVO = 'RESPUESTA ILEGIBLE' OR
              W-MOTIVO = 'DOCUMENTO DESCONOCIDO' OR
              W-MOTIVO = 'ESTADO DESCONOCIDO'
               ADD 1 TO W-CNT-ERRONEAS
           END-IF
           MOVE W-RES-NUMSERIE    TO S-RES-NUMSERIE
           MOVE W-RES-LOTE        TO S-RES-LOTE
           MOVE W-RES-ESTADO      TO S-RES-ESTADO
           MOVE W-RES-CODIGO      TO S-RES-CODIGO
           MOVE W-RES-DESCRIPCION TO S-RES-DESCRIPCION
           MOVE W-MOTIVO          TO S-RES-MOTIVO
           WRITE REG-SALIDA FROM CAB-RES-2 END-WRITE.

       BUSCAR-ESTADO.
           MOVE 'N' TO W-ENCONTRADO
           MOVE 0 TO W-IX-BUS
           PERFORM VARYING IX-EST FROM 1 BY 1
                   UNTIL IX-EST > W-NUM-ESTADO OR ENCONTRADO-S
               IF TE-NUMERO(IX-EST) = W-BUS-NUMERO AND
                  TE-SERIE(IX-EST)  = W-BUS-SERIE
                   MOVE 'S' TO W-ENCONTRADO
                   SET W-IX-BUS TO IX-EST
               END-IF
           END-PERFORM.

       GRABAR-ESTADO.
           OPEN OUTPUT ESTADO
           PERFORM VARYING IX-EST FROM 1 BY 1
                   UNTIL IX-EST > W-NUM-ESTADO
               MOVE SPACES TO REG-ESTADO
               MOVE TE-SERIE(IX-EST)       TO ES-serie
               MOVE TE-NUMERO(IX-EST)      TO ES-numero
               MOVE TE-CLIENTE(IX-EST)     TO ES-cod-cliente
               MOVE TE-NIF(IX-EST)         TO ES-nif
               MOVE TE-EMISION(IX-EST)     TO ES-fecha-emision
               MOVE TE-ESTADO(IX-EST)      TO ES-estado
               MOVE TE-FECHA-ENVIO(IX-EST) TO ES-fecha-envio
               MOVE TE-FECHA-RESPUESTA(IX-EST)
                   TO ES-fecha-respuesta
               MOVE TE-CODIGO(IX-EST)      TO ES-codigo-error
               MOVE TE-DESCRIPCION(IX-EST) TO ES-descripcion
               MOVE TE-BASE(IX-EST)        TO ES-base
               MOVE TE-CUOTA(IX-EST)       TO ES-cuota
               MOVE TE-ENVIOS(IX-EST)      TO ES-envios
               WRITE REG-ESTADO
           END-PERFORM
           CLOSE ESTADO.

      * TODO LO QUE NO ESTA ACEPTADO SIN ERRORES. EL PLAZO SE MIDE
      * CON LA FECHA DE ENVIO SI LA FACTURA VIAJO Y NO FUE RECHAZADA,
      * Y CON LA DE HOY SI AUN NO CONSTA COMO PRESENTADA.
       IMPRIMIR-PENDIENTES.
           PERFORM VARYING IX-EST FROM 1 BY 1
                   UNTIL IX-EST > W-NUM-ESTADO
               IF TE-ESTADO(IX-EST) NOT = 'A'
                   PERFORM IMPRIMIR-PENDIENTE
               END-IF
           END-PERFORM.

       IMPRIMIR-PENDIENTE.
           MOVE TE-EMISION(IX-EST) TO W-FD-N
           PERFORM CALCULAR-FECHA-LIMITE
           EVALUATE TE-ESTADO(IX-EST)
               WHEN 'N'
                   ADD 1 TO W-CNT-PEND-NIF
                   MOVE 'SIN NIF CLIENTE' TO S-PEN-SITUACION
                   MOVE WFECHA-HOY TO W-FECHA-REF
               WHEN 'E'
                   ADD 1 TO W-CNT-PEND-RESP
                   MOVE 'SIN RESPUESTA' TO S-PEN-SITUACION
                   MOVE TE-FECHA-ENVIO(IX-EST) TO W-FECHA-REF
               WHEN 'R'
                   ADD 1 TO W-CNT-PEND-RECH
                   MOVE 'RECHAZADA' TO S-PEN-SITUACION
                   MOVE WFECHA-HOY TO W-FECHA-REF
               WHEN OTHER
                   ADD 1 TO W-CNT-PEND-ERR
                   MOVE 'ACEPT. ERRORES' TO S-PEN-SITUACION
                   MOVE TE-FECHA-ENVIO(IX-EST) TO W-FECHA-REF
           END-EVALUATE
           IF W-FECHA-REF > W-FECHA-LIMITE
               ADD 1 TO W-CNT-FUERA-PLAZO
               MOVE 'FUERA PLAZO' TO S-PEN-PLAZO
           ELSE
               MOVE SPACES TO S-PEN-PLAZO
           END-IF
           MOVE TE-SERIE(IX-EST)   TO S-PEN-SERIE
           MOVE TE-NUMERO(IX-EST)  TO S-PEN-NUMERO
           MOVE TE-CLIENTE(IX-EST) TO S-PEN-CLIENTE
           MOVE TE-NIF(IX-EST)     TO S-PEN-NIF
           MOVE TE-EMISION(IX-EST) TO W-FECHA-AUX
           PERFORM EDITAR-FECHA
           MOVE W-FECHA-EDIT       TO S-PEN-EMISION
           MOVE W-FECHA-LIMITE     TO W-FECHA-AUX
           PERFORM EDITAR-FECHA
           MOVE W-FECHA-EDIT       TO S-PEN-LIMITE
           IF TE-FECHA-ENVIO(IX-EST) = 0
               MOVE SPACES TO S-PEN-ENVIO
           ELSE
               MOVE TE-FECHA-ENVIO(IX-EST) TO W-FECHA-AUX
               PERFORM EDITAR-FECHA
               MOVE W-FECHA-EDIT   TO S-PEN-ENVIO
           END-IF
           MOVE TE-CODIGO(IX-EST)      TO S-PEN-CODIGO
           MOVE TE-DESCRIPCION(IX-EST) TO S-PEN-DESCRIPCION
           WRITE REG-SALIDA FROM CAB-PEN-3 END-WRITE.

      * CUATRO DIAS HABILES A PARTIR DEL DIA SIGUIENTE A W-FD.
       CALCULAR-FECHA-LIMITE.
           MOVE 0 TO W-DIAS-HABILES
           PERFORM UNTIL W-DIAS-HABILES = 4
               MOVE 1 TO W-DIAS-SUMAR
               PERFORM SUMAR-DIAS
               PERFORM CALCULAR-DIA-ABSOLUTO
               COMPUTE W-SEMANAS = W-DIA-ABS - 1
               DIVIDE W-SEMANAS BY 7
                   GIVING W-SEMANAS REMAINDER W-DIA-SEMANA
               IF W-DIA-SEMANA < 5
                   PERFORM MARCAR-FESTIVO
                   IF NOT DIA-NO-LABORABLE
                       ADD 1 TO W-DIAS-HABILES
                   END-IF
               END-IF
           END-PERFORM
           MOVE W-FD-N TO W-FECHA-LIMITE.

       MARCAR-FESTIVO.
           MOVE 'N' TO W-ES-FESTIVO
           PERFORM VARYING IX-FES FROM 1 BY 1
                   UNTIL IX-FES > W-NUM-FESTIVOS
               IF TF-FECHA(IX-FES) = W-FD-X
                   SET DIA-NO-LABORABLE TO TRUE
               END-IF
           END-PERFORM.

       EDITAR-FECHA.
           STRING W-FECHA-AUX(1:4) '/'
                  W-FECHA-AUX(5:2) '/'
                  W-FECHA-AUX(7:2) DELIMITED BY SIZE
               INTO W-FECHA-EDIT
           END-STRING.

      * DIA ABSOLUTO DE W-FD (DIAS DESDE EL 01/01/0001).
       CALCULAR-DIA-ABSOLUTO.
           COMPUTE W-ANO-ANT = W-FD-AAAA - 1
           DIVIDE W-ANO-ANT BY 4 GIVING W-DIV-4
           DIVIDE W-ANO-ANT BY 100 GIVING W-DIV-100
           DIVIDE W-ANO-ANT BY 400 GIVING W-DIV-400
           COMPUTE W-DIA-ABS = W-ANO-ANT * 365 + W-DIV-4
                             - W-DIV-100 + W-DIV-400
                             + W-ACUM-MES-T(W-FD-MM) + W-FD-DD
           IF W-FD-MM > 2
               MOVE W-FD-MM TO W-MES-GUARDA
               MOVE 2 TO W-FD-MM
               PERFORM CALCULAR-DIAS-MES
               IF W-DIAS-MES = 29
                   ADD 1 TO W-DIA-ABS
               END-IF
               MOVE W-MES-GUARDA TO W-FD-MM
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
           MOVE SPACES           TO REG-AUDITORIA
           MOVE 'SIIRESP'        TO AUD-PROGRAMA
           MOVE WFECHA-HOY       TO AUD-FECHA
           MOVE WHORA-HOY        TO AUD-HORA
           MOVE W-CNT-LEIDOS     TO AUD-LEIDOS
           COMPUTE AUD-ESCRITOS = W-CNT-ACEPTADAS + W-CNT-CON-ERRORES
                                + W-CNT-RECHAZADAS
           MOVE W-CNT-ERRONEAS   TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.
