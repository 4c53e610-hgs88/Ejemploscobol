       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRES.
       AUTHOR. J.GAYAN.
      * CALENDARIO DE CIERRES DE PERIODO. DECIDE DESDE LA FECHA DE
      * NEGOCIO (ULTIMA FILA 'INICIO' DE NAT-CICLO.CTL) Y LOS
      * FESTIVOS GENERALES ('***') DE NAT-CALENDARIO.TXT SI TOCA
      * CERRAR MES (NATMES), TRIMESTRE (NATTRIM) O ANO (NATCERT),
      * GENERA SUS PARAMETROS Y ANOTA EN NAT-CICLO.CTL LO LANZADO Y
      * LO EJECUTADO. EL ULTIMO DIA HABIL DEL PERIODO ES EL ULTIMO
      * DE LUNES A VIERNES QUE NO SEA FESTIVO GENERAL.
      * FILAS DE CIERRE EN NAT-CICLO.CTL (PASO DE 8):
      *   L/H   LANZADO (PARAMETROS GENERADOS) / EJECUTADO
      *   M/T/A MES / TRIMESTRE / ANO
      *   PERIODO AAAAMM, AAAATn O AAAA
      * CICLOCTL LAS RESPETA AL PURGAR (DOS ANOS).
      * LA TARJETA DICE QUE HACER (TIPO M, T O A):
      *   L;TIPO  FIN DE NATNOC: SI HOY ES EL ULTIMO HABIL DEL
      *           PERIODO, O EL PERIODO ANTERIOR NO SE LLEGO A
      *           LANZAR, GENERA LOS PARAMETROS, ANOTA 'L' Y DEJA
      *           RC=0 PARA QUE EL PASO SIGUIENTE SUELTE EL JOB.
      *           RC=1 SI NO TOCA; RC=4 SI YA ESTA LANZADO O
      *           EJECUTADO (NO SE REPITE).
      *   V;TIPO  PRIMER PASO DEL JOB DE CIERRE: RC=8 SI EL PERIODO
      *           DE SUS PARAMETROS YA SE CERRO.
      *   H;TIPO  ULTIMO PASO DEL JOB DE CIERRE: ANOTA 'H'.
      *   P;TIPO  RC=0 SI EL PERIODO DE LOS PARAMETROS ESTA LANZADO
      *           Y SIN EJECUTAR (RC=1 SI NO).
      *   E;      LISTADO DE LA MANANA: CIERRES DEBIDOS, EJECUTADOS,
      *           LANZADOS Y ATRASADOS (RC=4 SI HAY ATRASADOS).
      * SOLO CUENTAN COMO ATRASADOS LOS PERIODOS POSTERIORES A LA
      * PRIMERA FILA DE CIERRE ANOTADA (ANTES NO HABIA CONTROL).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT tarjeta ASSIGN TO 'NAT-cierres.tar'
           organization is line sequential
           FILE STATUS IS WS-FS-TAR.
           SELECT ciclofil ASSIGN TO 'NAT-ciclo.ctl'
           organization is line sequential
           FILE STATUS IS WS-FS-CTL.
           SELECT calendario ASSIGN TO 'NAT-calendario.txt'
           organization is line sequential
           FILE STATUS IS WS-FS-CAL.
           SELECT parventames ASSIGN TO 'NAT-ventames.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PVM.
           SELECT parranking ASSIGN TO 'NAT-ranking.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PRK.
           SELECT parivatrim ASSIGN TO 'NAT-ivatrim.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PIT.
           SELECT parirpfcert ASSIGN TO 'NAT-irpfcert.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PIC.
           SELECT salida  ASSIGN TO 'NAT-salida-cierres'
           organization is line  sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 30 CHARACTERS
           DATA RECORD IS REG-TARJETA.
       01  REG-TARJETA       PIC X(30).
       FD  CICLOFIL
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 52 CHARACTERS
           DATA RECORD IS REG-CICLO.
       01  REG-CICLO.
           03 CTL-FECHA       PIC 9(8).
           03 CTL-PASO        PIC X(8).
           03 CTL-HORA        PIC 9(6).
           03 CTL-LEIDOS      PIC 9(10).
           03 CTL-ESCRITOS    PIC 9(10).
           03 CTL-RECHAZADOS  PIC 9(10).
       FD  CALENDARIO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 20 CHARACTERS
           DATA RECORD IS REG-CALENDARIO.
       01  REG-CALENDARIO   PIC X(20).
       FD  PARVENTAMES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 6 CHARACTERS
           DATA RECORD IS REG-PARVENTAMES.
       01  REG-PARVENTAMES.
           03 PV-MES-CIERRE   PIC X(6).
       FD  PARRANKING
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 17 CHARACTERS
           DATA RECORD IS REG-PARRANKING.
       01  REG-PARRANKING.
           03 PR-PERIODO-ACT  PIC X(6).
           03 PR-SEP1         PIC X.
           03 PR-PERIODO-ANT  PIC X(6).
           03 PR-SEP2         PIC X.
           03 PR-TOP-N        PIC X(3).
       FD  PARIVATRIM
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 6 CHARACTERS
           DATA RECORD IS REG-PARIVATRIM.
       01  REG-PARIVATRIM.
           03 PI-ANO          PIC X(4).
           03 PI-SEP          PIC X.
           03 PI-TRIMESTRE    PIC X.
       FD  PARIRPFCERT
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 4 CHARACTERS
           DATA RECORD IS REG-PARIRPFCERT.
       01  REG-PARIRPFCERT.
           03 PC-ANO          PIC X(4).
       FD  SALIDA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 132 CHARACTERS
           DATA RECORD IS REG-SALIDA.
       01  reg-salida        pic x(132).

       WORKING-STORAGE SECTION.
       01  WS-FS-TAR           PIC XX.
       01  WS-FS-CTL           PIC XX.
       01  WS-FS-CAL           PIC XX.
       01  WS-FS-PVM           PIC XX.
       01  WS-FS-PRK           PIC XX.
       01  WS-FS-PIT           PIC XX.
       01  WS-FS-PIC           PIC XX.
       01  W-TARJETA.
           03 W-MODO          PIC X.
           03 W-TIPO          PIC X.
              88 TIPO-MES           VALUE 'M'.
              88 TIPO-TRIMESTRE     VALUE 'T'.
              88 TIPO-ANO           VALUE 'A'.
              88 TIPO-VALIDO        VALUE 'M' 'T' 'A'.
      * NAT-CICLO.CTL: SOLO INTERESAN LAS FILAS 'INICIO' (FECHA DE
      * NEGOCIO) Y LAS DE CIERRE.
       01  TABLA-CICLO.
           03 TC-FILA OCCURS 400 TIMES INDEXED BY IX-CIC.
              05 TC-FECHA       PIC 9(8).
              05 TC-PASO        PIC X(8).
       77  W-NUM-CICLO         PIC 9(4) COMP VALUE 0.
       01  W-FECHA-NEGOCIO     PIC 9(8) VALUE 0.
       01  W-FECHA-NEGOCIO-R REDEFINES W-FECHA-NEGOCIO.
           03 W-FN-ANO         PIC 9(4).
           03 W-FN-MES         PIC 99.
           03 W-FN-DIA         PIC 99.
       01  W-PRIMER-CIERRE     PIC 9(8) VALUE 99999999.
      * CIERRE EN CURSO: MARCA L/H, TIPO Y PERIODO, COMO EN EL PASO
      * DE NAT-CICLO.CTL.
       01  W-CLAVE-CIERRE.
           03 W-CC-MARCA       PIC X.
           03 W-CC-TIPO        PIC X.
           03 W-CC-PERIODO.
              05 W-CC-ANO      PIC 9(4).
              05 W-CC-RESTO    PIC XX.
       01  W-CC-MES-R REDEFINES W-CLAVE-CIERRE.
           03 FILLER           PIC X(6).
           03 W-CC-MES         PIC 99.
       01  W-CC-TRIM-R REDEFINES W-CLAVE-CIERRE.
           03 FILLER           PIC X(6).
           03 W-CC-LETRA-T     PIC X.
           03 W-CC-TRIM        PIC 9.
      * PERIODO: ANO Y ULTIMO MES DEL PERIODO (EL DEL TRIMESTRE; 12
      * PARA EL ANO).
       01  W-PER-ANO           PIC 9(4) VALUE 0.
       01  W-PER-MES           PIC S99 VALUE 0.
       77  W-PER-TRIM          PIC 9 VALUE 0.
       01  W-ULT-HABIL         PIC 9(8) VALUE 0.
       01  W-LANZADO           PIC X VALUE 'N'.
           88 CIERRE-LANZADO         VALUE 'S'.
       01  W-HECHO             PIC X VALUE 'N'.
           88 CIERRE-HECHO           VALUE 'S'.
       01  W-FECHA-LANZADO     PIC 9(8) VALUE 0.
       01  W-FECHA-HECHO       PIC 9(8) VALUE 0.
       01  W-DEBIDO            PIC X VALUE 'N'.
           88 CIERRE-DEBIDO          VALUE 'S'.
       01  W-PARAM-OK          PIC X VALUE 'N'.
           88 PARAMETRO-VALIDO       VALUE 'S'.
       01  W-TOP-N             PIC X(3) VALUE '000'.
       01  W-MES-ANT.
           03 W-MA-ANO         PIC 9(4).
           03 W-MA-MES         PIC 99.
       77  W-VECES             PIC 99 VALUE 0.
       77  W-IX-PER            PIC 99 VALUE 0.
       77  W-CNT-DEBIDOS       PIC 9(4) VALUE 0.
       77  W-CNT-EJECUTADOS    PIC 9(4) VALUE 0.
       77  W-CNT-LANZADOS      PIC 9(4) VALUE 0.
       77  W-CNT-ATRASADOS     PIC 9(4) VALUE 0.
       01  WFECHA-HOY          PIC 9(8).
       01  WHORA-HOY           PIC 9(6).
      * FESTIVOS DEL CALENDARIO LABORAL (DELEGACION;AAAAMMDD, '***'
      * PARA TODAS).
       01  TABLA-FESTIVOS.
           03 TF-FILA OCCURS 500 TIMES INDEXED BY IX-FES.
              05 TF-CODIGO   PIC X(3).
              05 TF-FECHA    PIC X(8).
       77  W-NUM-FESTIVOS   PIC 9(4) COMP VALUE 0.
       77  FE-CAL           PIC 9 VALUE 0.
       01  W-FES-DEL        PIC X(3).
       01  W-FES-FECHA      PIC X(8).
       01  W-ES-FESTIVO     PIC X VALUE 'N'.
           88 DIA-NO-LABORABLE    VALUE 'S'.
      * FECHAS: DIA ABSOLUTO Y DIA DE LA SEMANA (01/01/0001 FUE
      * LUNES), SIN FUNCIONES INTRINSECAS.
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
       77  W-DIA            PIC 99 VALUE 0.
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
       77  W-SEMANAS        PIC 9(7) COMP VALUE 0.
       77  W-DIA-SEMANA     PIC 9 VALUE 0.
       77  FE       PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(34)
              VALUE 'ESTADO DE LOS CIERRES DE PERIODO  '.
           03 FILLER PIC X(17) VALUE 'FECHA DE NEGOCIO '.
           03 S-FECHA-TIT     PIC 9(8).
       01  CABECERA2.
           03 FILLER PIC X(12) VALUE 'CIERRE      '.
           03 FILLER PIC X(8)  VALUE 'PERIODO '.
           03 FILLER PIC X(14) VALUE 'ULTIMO HABIL  '.
           03 FILLER PIC X(10) VALUE 'LANZADO   '.
           03 FILLER PIC X(10) VALUE 'EJECUTADO '.
           03 FILLER PIC X(9)  VALUE 'SITUACION'.
       01  CABECERA3.
           03 FILLER          PIC X(12).
           03 S-PERIODO       PIC X(6).
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-ULT-HABIL     PIC 9(8).
           03 FILLER          PIC X(6) VALUE SPACES.
           03 S-LANZADO       PIC X(8).
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-EJECUTADO     PIC X(8).
           03 FILLER          PIC X(2) VALUE SPACES.
           03 S-SITUACION     PIC X(34).
       01  CABECERA3-R REDEFINES CABECERA3.
           03 S-CIERRE        PIC X(12).
           03 FILLER          PIC X(76).
       01  CABECERA4.
           03 FILLER          PIC X(9)  VALUE 'DEBIDOS: '.
           03 S-CNT-DEB       PIC zzz9.
           03 FILLER          PIC X(14) VALUE '  EJECUTADOS: '.
           03 S-CNT-EJE       PIC zzz9.
           03 FILLER          PIC X(12) VALUE '  LANZADOS: '.
           03 S-CNT-LAN       PIC zzz9.
           03 FILLER          PIC X(13) VALUE '  ATRASADOS: '.
           03 S-CNT-ATR       PIC zzz9.

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           PERFORM LEER-TARJETA
           PERFORM CARGAR-CICLO
           PERFORM CARGAR-CALENDARIO
           IF W-MODO NOT = 'E' AND NOT TIPO-VALIDO
               MOVE 'X' TO W-MODO
           END-IF
           EVALUATE W-MODO
               WHEN 'L' PERFORM MODO-LANZAR
               WHEN 'V' PERFORM MODO-VERIFICAR
               WHEN 'H' PERFORM MODO-EJECUTADO
               WHEN 'P' PERFORM MODO-PENDIENTE
               WHEN 'E' PERFORM MODO-ESTADO
               WHEN OTHER
                   DISPLAY 'CIERRES TARJETA INVALIDA: ' REG-TARJETA
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LEER-TARJETA.
           MOVE SPACES TO W-TARJETA REG-TARJETA
           OPEN INPUT TARJETA
           IF WS-FS-TAR = '00'
               READ TARJETA AT END MOVE SPACES TO REG-TARJETA
               END-READ
               unstring REG-TARJETA delimited by ';' into
                   W-MODO W-TIPO
               end-unstring
               CLOSE TARJETA
           END-IF.

      * LA FECHA DE NEGOCIO ES LA DE LA ULTIMA FILA 'INICIO', AUNQUE
      * EL CICLO YA TENGA SU FILA 'CICLO': LOS PASOS DE CIERRE CORREN
      * DESPUES DE STEP096 Y PUEDEN PASAR LA MEDIANOCHE. SIN INICIO
      * ANOTADO SE USA LA FECHA DEL SISTEMA.
       CARGAR-CICLO.
           MOVE 0 TO W-NUM-CICLO
           MOVE WFECHA-HOY TO W-FECHA-NEGOCIO
           OPEN INPUT CICLOFIL
           IF WS-FS-CTL NOT = '00'
               CLOSE CICLOFIL
           ELSE
               MOVE 0 TO FE
               READ CICLOFIL AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   IF CTL-PASO = 'INICIO'
                       MOVE CTL-FECHA TO W-FECHA-NEGOCIO
                   END-IF
                   IF W-NUM-CICLO < 400
                       ADD 1 TO W-NUM-CICLO
                       MOVE CTL-FECHA TO TC-FECHA(W-NUM-CICLO)
                       MOVE CTL-PASO  TO TC-PASO(W-NUM-CICLO)
                       MOVE CTL-PASO  TO W-CLAVE-CIERRE
                       IF (W-CC-MARCA = 'L' OR W-CC-MARCA = 'H')
                          AND (W-CC-TIPO = 'M' OR W-CC-TIPO = 'T'
                               OR W-CC-TIPO = 'A')
                          AND W-CC-ANO NUMERIC
                          AND CTL-FECHA < W-PRIMER-CIERRE
                           MOVE CTL-FECHA TO W-PRIMER-CIERRE
                       END-IF
                   ELSE
                       DISPLAY 'CIERRES NAT-CICLO.CTL DESBORDADO:'
                           ' FILAS SIN CARGAR'
                   END-IF
                   READ CICLOFIL AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE CICLOFIL
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
                       MOVE W-FES-DEL
                           TO TF-CODIGO(W-NUM-FESTIVOS)
                       MOVE W-FES-FECHA
                           TO TF-FECHA(W-NUM-FESTIVOS)
                   END-IF
                   READ CALENDARIO AT END MOVE 1 TO FE-CAL END-READ
               END-PERFORM
               CLOSE CALENDARIO
           END-IF.

      *----------------------------------------------------------*
      * LANZAMIENTO: PRIMERO EL PERIODO ANTERIOR, SI NUNCA SE LANZO
      * (LA NOCHE DE SU ULTIMO HABIL EL CICLO NO CUADRO); LUEGO EL
      * EN CURSO, SI HOY ES SU ULTIMO HABIL. UNO SOLO POR NOCHE: EL
      * QUE QUEDE SE RECOGE LA NOCHE SIGUIENTE COMO ANTERIOR.
      *----------------------------------------------------------*
       MODO-LANZAR.
           MOVE 'N' TO W-DEBIDO
           PERFORM PERIODO-EN-CURSO
           PERFORM RETROCEDER-PERIODO
           PERFORM ULTIMO-HABIL
           PERFORM BUSCAR-CIERRE
           IF NOT CIERRE-LANZADO AND NOT CIERRE-HECHO
              AND W-ULT-HABIL NOT < W-PRIMER-CIERRE
               SET CIERRE-DEBIDO TO TRUE
               DISPLAY 'CIERRES ' W-CC-TIPO ' ' W-CC-PERIODO
                   ' ATRASADO (ULTIMO HABIL ' W-ULT-HABIL
                   '): SE LANZA AHORA'
           ELSE
               PERFORM PERIODO-EN-CURSO
               PERFORM ULTIMO-HABIL
               PERFORM BUSCAR-CIERRE
               IF W-ULT-HABIL = W-FECHA-NEGOCIO
                   SET CIERRE-DEBIDO TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT CIERRE-DEBIDO
                   DISPLAY 'CIERRES ' W-TIPO ' NO TOCA EN '
                       W-FECHA-NEGOCIO
                   MOVE 1 TO RETURN-CODE
               WHEN CIERRE-HECHO
                   DISPLAY 'CIERRES ' W-CC-TIPO ' ' W-CC-PERIODO
                       ' YA EJECUTADO EL ' W-FECHA-HECHO
                       ': NO SE REPITE'
                   MOVE 4 TO RETURN-CODE
               WHEN CIERRE-LANZADO
                   DISPLAY 'CIERRES ' W-CC-TIPO ' ' W-CC-PERIODO
                       ' YA LANZADO EL ' W-FECHA-LANZADO
                       ': NO SE REPITE'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM GENERAR-PARAMETROS
                   MOVE 'L' TO W-CC-MARCA
                   PERFORM ANOTAR-CIERRE
                   DISPLAY 'CIERRES ' W-CC-TIPO ' ' W-CC-PERIODO
                       ' LANZADO'
           END-EVALUATE.

       MODO-VERIFICAR.
           PERFORM LEER-PERIODO-PARAMETRO
           IF NOT PARAMETRO-VALIDO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM BUSCAR-CIERRE
               IF CIERRE-HECHO
                   DISPLAY 'CIERRES ' W-CC-TIPO ' ' W-CC-PERIODO
                       ' YA EJECUTADO EL ' W-FECHA-HECHO
                       ': CIERRE RECHAZADO'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       MODO-EJECUTADO.
           PERFORM LEER-PERIODO-PARAMETRO
           IF NOT PARAMETRO-VALIDO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM BUSCAR-CIERRE
               IF NOT CIERRE-HECHO
                   MOVE WFECHA-HOY TO W-FECHA-NEGOCIO
                   MOVE 'H' TO W-CC-MARCA
                   PERFORM ANOTAR-CIERRE
               END-IF
           END-IF.

       MODO-PENDIENTE.
           PERFORM LEER-PERIODO-PARAMETRO
           IF NOT PARAMETRO-VALIDO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM BUSCAR-CIERRE
               IF CIERRE-LANZADO AND NOT CIERRE-HECHO
                   DISPLAY 'CIERRES ' W-CC-TIPO ' ' W-CC-PERIODO
                       ' PENDIENTE: SE SUELTA'
               ELSE
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * PERIODOS: W-PER-ANO/W-PER-MES ES EL ULTIMO MES DEL PERIODO.
      *----------------------------------------------------------*
       PERIODO-EN-CURSO.
           MOVE W-FN-ANO TO W-PER-ANO
           EVALUATE TRUE
               WHEN TIPO-MES
                   MOVE W-FN-MES TO W-PER-MES
               WHEN TIPO-TRIMESTRE
                   COMPUTE W-PER-TRIM = (W-FN-MES + 2) / 3
                   COMPUTE W-PER-MES = W-PER-TRIM * 3
               WHEN OTHER
                   MOVE 12 TO W-PER-MES
           END-EVALUATE
           PERFORM FORMAR-PERIODO.

       RETROCEDER-PERIODO.
           EVALUATE TRUE
               WHEN TIPO-MES
                   SUBTRACT 1 FROM W-PER-MES
               WHEN TIPO-TRIMESTRE
                   SUBTRACT 3 FROM W-PER-MES
               WHEN OTHER
                   SUBTRACT 12 FROM W-PER-MES
           END-EVALUATE
           IF W-PER-MES < 1
               ADD 12 TO W-PER-MES
               SUBTRACT 1 FROM W-PER-ANO
           END-IF
           PERFORM FORMAR-PERIODO.

       FORMAR-PERIODO.
           MOVE W-TIPO    TO W-CC-TIPO
           MOVE W-PER-ANO TO W-CC-ANO
           EVALUATE TRUE
               WHEN TIPO-MES
                   MOVE W-PER-MES TO W-CC-MES
               WHEN TIPO-TRIMESTRE
                   COMPUTE W-PER-TRIM = W-PER-MES / 3
                   MOVE 'T'        TO W-CC-LETRA-T
                   MOVE W-PER-TRIM TO W-CC-TRIM
               WHEN OTHER
                   MOVE SPACES TO W-CC-RESTO
           END-EVALUATE.

      * ULTIMO DIA DE LUNES A VIERNES DEL MES W-PER-MES QUE NO SEA
      * FESTIVO GENERAL.
       ULTIMO-HABIL.
           MOVE W-PER-ANO TO W-FD-AAAA
           MOVE W-PER-MES TO W-FD-MM
           PERFORM CALCULAR-DIAS-MES
           MOVE W-DIAS-MES TO W-DIA
           MOVE 0 TO W-ULT-HABIL
           PERFORM UNTIL W-ULT-HABIL > 0 OR W-DIA = 0
               MOVE W-PER-ANO TO W-FD-AAAA
               MOVE W-PER-MES TO W-FD-MM
               MOVE W-DIA     TO W-FD-DD
               PERFORM CALCULAR-DIA-SEMANA
               IF W-DIA-SEMANA < 5
                   PERFORM MARCAR-FESTIVO
                   IF NOT DIA-NO-LABORABLE
                       MOVE W-FD-N TO W-ULT-HABIL
                   END-IF
               END-IF
               SUBTRACT 1 FROM W-DIA
           END-PERFORM.

       BUSCAR-CIERRE.
           MOVE 'N' TO W-LANZADO W-HECHO
           MOVE 0 TO W-FECHA-LANZADO W-FECHA-HECHO
           PERFORM VARYING IX-CIC FROM 1 BY 1
                   UNTIL IX-CIC > W-NUM-CICLO
               IF TC-PASO(IX-CIC)(2:7) = W-CLAVE-CIERRE(2:7)
                   IF TC-PASO(IX-CIC)(1:1) = 'L'
                       SET CIERRE-LANZADO TO TRUE
                       MOVE TC-FECHA(IX-CIC) TO W-FECHA-LANZADO
                   END-IF
                   IF TC-PASO(IX-CIC)(1:1) = 'H'
                       SET CIERRE-HECHO TO TRUE
                       MOVE TC-FECHA(IX-CIC) TO W-FECHA-HECHO
                   END-IF
               END-IF
           END-PERFORM.

       ANOTAR-CIERRE.
           OPEN EXTEND CICLOFIL
           IF WS-FS-CTL NOT = '00'
               OPEN OUTPUT CICLOFIL
           END-IF
           MOVE W-FECHA-NEGOCIO TO CTL-FECHA
           MOVE W-CLAVE-CIERRE  TO CTL-PASO
           MOVE WHORA-HOY       TO CTL-HORA
           MOVE 0 TO CTL-LEIDOS CTL-ESCRITOS CTL-RECHAZADOS
           WRITE REG-CICLO
           CLOSE CICLOFIL.

      *----------------------------------------------------------*
      * PARAMETROS DE LOS JOBS DE CIERRE. EL RANKING COMPARA CON EL
      * MES ANTERIOR Y CONSERVA EL TOP-N QUE TUVIERA.
      *----------------------------------------------------------*
       GENERAR-PARAMETROS.
           EVALUATE TRUE
               WHEN TIPO-MES
                   OPEN OUTPUT PARVENTAMES
                   MOVE W-CC-PERIODO TO PV-MES-CIERRE
                   WRITE REG-PARVENTAMES
                   CLOSE PARVENTAMES
                   MOVE '000' TO W-TOP-N
                   OPEN INPUT PARRANKING
                   IF WS-FS-PRK = '00'
                       READ PARRANKING
                           AT END MOVE SPACES TO REG-PARRANKING
                       END-READ
                       IF PR-TOP-N NUMERIC
                           MOVE PR-TOP-N TO W-TOP-N
                       END-IF
                   END-IF
                   CLOSE PARRANKING
                   MOVE W-PER-ANO TO W-MA-ANO
                   MOVE W-PER-MES TO W-MA-MES
                   IF W-MA-MES = 1
                       MOVE 12 TO W-MA-MES
                       SUBTRACT 1 FROM W-MA-ANO
                   ELSE
                       SUBTRACT 1 FROM W-MA-MES
                   END-IF
                   OPEN OUTPUT PARRANKING
                   MOVE W-CC-PERIODO TO PR-PERIODO-ACT
                   MOVE ';'          TO PR-SEP1 PR-SEP2
                   MOVE W-MES-ANT    TO PR-PERIODO-ANT
                   MOVE W-TOP-N      TO PR-TOP-N
                   WRITE REG-PARRANKING
                   CLOSE PARRANKING
               WHEN TIPO-TRIMESTRE
                   OPEN OUTPUT PARIVATRIM
                   MOVE W-CC-ANO  TO PI-ANO
                   MOVE ';'       TO PI-SEP
                   MOVE W-CC-TRIM TO PI-TRIMESTRE
                   WRITE REG-PARIVATRIM
                   CLOSE PARIVATRIM
               WHEN OTHER
                   OPEN OUTPUT PARIRPFCERT
                   MOVE W-CC-ANO TO PC-ANO
                   WRITE REG-PARIRPFCERT
                   CLOSE PARIRPFCERT
           END-EVALUATE.

      * PERIODO QUE VA A CERRAR (O CERRO) EL JOB, SEGUN SUS
      * PROPIOS PARAMETROS: ASI TAMBIEN SE CONTROLA UN CIERRE
      * LANZADO A MANO.
       LEER-PERIODO-PARAMETRO.
           MOVE 'N' TO W-PARAM-OK
           MOVE W-TIPO TO W-CC-TIPO
           EVALUATE TRUE
               WHEN TIPO-MES
                   MOVE SPACES TO REG-PARVENTAMES
                   OPEN INPUT PARVENTAMES
                   IF WS-FS-PVM = '00'
                       READ PARVENTAMES
                           AT END MOVE SPACES TO REG-PARVENTAMES
                       END-READ
                   END-IF
                   CLOSE PARVENTAMES
                   IF PV-MES-CIERRE NUMERIC
                       MOVE PV-MES-CIERRE TO W-CC-PERIODO
                       IF W-CC-MES > 0 AND W-CC-MES < 13
                           SET PARAMETRO-VALIDO TO TRUE
                       END-IF
                   END-IF
               WHEN TIPO-TRIMESTRE
                   MOVE SPACES TO REG-PARIVATRIM
                   OPEN INPUT PARIVATRIM
                   IF WS-FS-PIT = '00'
                       READ PARIVATRIM
                           AT END MOVE SPACES TO REG-PARIVATRIM
                       END-READ
                   END-IF
                   CLOSE PARIVATRIM
                   IF PI-ANO NUMERIC AND PI-TRIMESTRE >= '1'
                      AND PI-TRIMESTRE <= '4'
                       MOVE PI-ANO       TO W-CC-ANO
                       MOVE 'T'          TO W-CC-LETRA-T
                       MOVE PI-TRIMESTRE TO W-CC-TRIM
                       SET PARAMETRO-VALIDO TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO REG-PARIRPFCERT
                   OPEN INPUT PARIRPFCERT
                   IF WS-FS-PIC = '00'
                       READ PARIRPFCERT
                           AT END MOVE SPACES TO REG-PARIRPFCERT
                       END-READ
                   END-IF
                   CLOSE PARIRPFCERT
                   IF PC-ANO NUMERIC
                       MOVE PC-ANO TO W-CC-ANO
                       MOVE SPACES TO W-CC-RESTO
                       SET PARAMETRO-VALIDO TO TRUE
                   END-IF
           END-EVALUATE
           IF NOT PARAMETRO-VALIDO
               DISPLAY 'CIERRES ' W-TIPO
                   ' SIN PERIODO VALIDO EN LOS PARAMETROS'
           END-IF.

      *----------------------------------------------------------*
      * LISTADO DE LA MANANA: ULTIMOS 12 MESES, 4 TRIMESTRES Y 2
      * ANOS CUYO ULTIMO HABIL YA LLEGO. ATRASADO ES UN CIERRE DE
      * UNA FECHA ANTERIOR SIN EJECUTAR (LANZADO O NO) O UNO DE HOY
      * QUE NO SE LANZO (EL CICLO NO CUADRO).
      *----------------------------------------------------------*
       MODO-ESTADO.
           OPEN OUTPUT SALIDA
           MOVE W-FECHA-NEGOCIO TO S-FECHA-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           MOVE 'M' TO W-TIPO
           MOVE 12  TO W-VECES
           PERFORM LISTAR-TIPO
           MOVE 'T' TO W-TIPO
           MOVE 4   TO W-VECES
           PERFORM LISTAR-TIPO
           MOVE 'A' TO W-TIPO
           MOVE 2   TO W-VECES
           PERFORM LISTAR-TIPO
           MOVE W-CNT-DEBIDOS    TO S-CNT-DEB
           MOVE W-CNT-EJECUTADOS TO S-CNT-EJE
           MOVE W-CNT-LANZADOS   TO S-CNT-LAN
           MOVE W-CNT-ATRASADOS  TO S-CNT-ATR
           MOVE SPACES TO REG-SALIDA
           WRITE REG-SALIDA END-WRITE
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE
           CLOSE SALIDA
           IF W-CNT-ATRASADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       LISTAR-TIPO.
           PERFORM PERIODO-EN-CURSO
           PERFORM VARYING W-IX-PER FROM 1 BY 1
                   UNTIL W-IX-PER > W-VECES
               PERFORM ULTIMO-HABIL
               PERFORM BUSCAR-CIERRE
               IF W-ULT-HABIL NOT > W-FECHA-NEGOCIO
                  AND (CIERRE-LANZADO OR CIERRE-HECHO
                       OR W-ULT-HABIL NOT < W-PRIMER-CIERRE
                       OR W-ULT-HABIL = W-FECHA-NEGOCIO)
                   PERFORM LISTAR-CIERRE
               END-IF
               PERFORM RETROCEDER-PERIODO
           END-PERFORM.

       LISTAR-CIERRE.
           ADD 1 TO W-CNT-DEBIDOS
           MOVE SPACES TO CABECERA3
           EVALUATE TRUE
               WHEN TIPO-MES       MOVE 'MES'       TO S-CIERRE
               WHEN TIPO-TRIMESTRE MOVE 'TRIMESTRE' TO S-CIERRE
               WHEN OTHER          MOVE 'ANO'       TO S-CIERRE
           END-EVALUATE
           MOVE W-CC-PERIODO TO S-PERIODO
           MOVE W-ULT-HABIL  TO S-ULT-HABIL
           IF CIERRE-LANZADO
               MOVE W-FECHA-LANZADO TO S-LANZADO
           END-IF
           IF CIERRE-HECHO
               MOVE W-FECHA-HECHO TO S-EJECUTADO
           END-IF
           EVALUATE TRUE
               WHEN CIERRE-HECHO
                   ADD 1 TO W-CNT-EJECUTADOS
                   MOVE 'EJECUTADO' TO S-SITUACION
               WHEN CIERRE-LANZADO
                    AND W-FECHA-LANZADO = W-FECHA-NEGOCIO
                   ADD 1 TO W-CNT-LANZADOS
                   MOVE 'LANZADO ESTA NOCHE' TO S-SITUACION
               WHEN CIERRE-LANZADO
                   ADD 1 TO W-CNT-ATRASADOS
                   MOVE 'ATRASADO: LANZADO SIN EJECUTAR'
                       TO S-SITUACION
               WHEN OTHER
                   ADD 1 TO W-CNT-ATRASADOS
                   MOVE 'ATRASADO: NO LANZADO' TO S-SITUACION
           END-EVALUATE
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE.

      *----------------------------------------------------------*
      * CALENDARIO (MISMO CALCULO QUE OBJETIVO).
      *----------------------------------------------------------*
       CALCULAR-DIA-SEMANA.
           PERFORM CALCULAR-DIA-ABSOLUTO
           COMPUTE W-SEMANAS = W-DIA-ABS - 1
           DIVIDE W-SEMANAS BY 7
               GIVING W-SEMANAS REMAINDER W-DIA-SEMANA.

      * FESTIVO GENERAL ('***') EN LA FECHA W-FD.
       MARCAR-FESTIVO.
           MOVE 'N' TO W-ES-FESTIVO
           PERFORM VARYING IX-FES FROM 1 BY 1
                   UNTIL IX-FES > W-NUM-FESTIVOS
               IF TF-CODIGO(IX-FES) = '***'
                  AND TF-FECHA(IX-FES) = W-FD-X
                   SET DIA-NO-LABORABLE TO TRUE
               END-IF
           END-PERFORM.

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
