       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBJETIVO.
       AUTHOR. J.GAYAN.
      * GRADO DE CUMPLIMIENTO DE LOS OBJETIVOS MENSUALES DE VENTA
      * (NAT-OBJETIVOS, QUE MANTIENE OBJMANT) POR VENDEDOR Y POR
      * DELEGACION: REAL CONTRA OBJETIVO EN KILOS Y VALOR, % ALCANZADO
      * Y PROYECCION A FIN DE MES POR DIAS HABILES (LUNES A VIERNES
      * MENOS LOS FESTIVOS DE NAT-CALENDARIO.TXT: LOS '***' PARA
      * TODOS Y, EN CADA DELEGACION, ADEMAS LOS SUYOS).
      *   PROYECCION = REAL / HABILES TRANSCURRIDOS * HABILES DEL MES
      * EL MES ES EL DE NAT-VENTAMES.PAR SI SE INFORMA (CIERRE) Y SI
      * NO EL DE HOY (SEGUIMIENTO NOCTURNO). EL REAL DE LOS VENDEDORES
      * SALE DE NAT-VENTAS-HIST SI EL MES YA ESTA CONSOLIDADO Y SI NO
      * DEL DETALLE NAT-VENTAS VALORADO AL PRECIO EN VIGOR; EL DE LAS
      * DELEGACIONES SIEMPRE DEL DETALLE, PORQUE EL HISTORICO NO
      * GUARDA LA DELEGACION. ENCABEZA EL LISTADO QUIEN QUEDA POR
      * DEBAJO DEL UMBRAL DE NAT-OBJETIVOS.PAR (% DE LA PROYECCION
      * SOBRE EL OBJETIVO DE VALOR, O DE KILOS SI NO HAY DE VALOR;
      * SIN PARAMETRO, 080).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT objetivos ASSIGN TO 'NAT-objetivos'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OB-CLAVE
           FILE STATUS IS WS-FS-OBJETIVOS.
           SELECT historico ASSIGN TO 'NAT-ventas-hist'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HM-CLAVE
           FILE STATUS IS WS-FS-HISTORICO.
           SELECT entrada ASSIGN TO 'NAT-ventas'
           organization is line sequential
           FILE STATUS IS WS-FS-ENTRADA.
           SELECT productos ASSIGN TO 'NAT-productos'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS P-idproducto
           FILE STATUS IS WS-FS-PRODUCTOS.
           SELECT precios ASSIGN TO 'NAT-precios'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-CLAVE
           FILE STATUS IS WS-FS-PRECIOS.
           SELECT vendedores ASSIGN TO 'NAT-vendedores'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS V-cod-vendedor
           FILE STATUS IS WS-FS-VENDEDORES.
           SELECT delegaciones ASSIGN TO 'NAT-delegaciones'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DG-codigo
           FILE STATUS IS WS-FS-DELEG.
           SELECT calendario ASSIGN TO 'NAT-calendario.txt'
           organization is line sequential
           FILE STATUS IS WS-FS-CAL.
           SELECT parametros ASSIGN TO 'NAT-objetivos.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PAR.
           SELECT mescierre ASSIGN TO 'NAT-ventames.par'
           organization is line sequential
           FILE STATUS IS WS-FS-MES.
           SELECT salida  ASSIGN TO 'NAT-salida-objetivos'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  OBJETIVOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 35 CHARACTERS
           DATA RECORD IS REG-OBJETIVO.
       01  REG-OBJETIVO.
           03 OB-CLAVE.
              05 OB-anomes      PIC X(6).
              05 OB-tipo        PIC X.
              05 OB-codigo      PIC X(4).
           03 OB-kilos          PIC 9(9)V99.
           03 OB-valor          PIC 9(11)V99.
       FD  HISTORICO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 36 CHARACTERS
           DATA RECORD IS REG-HISTORICO.
       01  REG-HISTORICO.
           03 HM-CLAVE.
              05 HM-anomes       PIC X(6).
              05 HM-cod-vendedor PIC X(4).
              05 HM-cod-producto PIC XX.
           03 HM-kilos           PIC 9(9)V99.
           03 HM-valor           PIC 9(11)V99.
       FD  ENTRADA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 28 CHARACTERS
           DATA RECORD IS REG-ENTRADA.
       01  REG-ENTRADA.
           03 E-cod-vendedor   PIC x(4).
           03 E-cod-producto  PIC xx.
           03 E-fecha-venta.
                 05 E-A    PIC X(4).
                 05 E-M    PIC XX.
                 05 E-D    PIC XX.
           03 E-kilos       PIC x(6).
           03 E-cod-cliente PIC x(4).
           03 E-tipo-mov    PIC x.
           03 E-delegacion  PIC x(3).
       FD  PRODUCTOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 21 CHARACTERS
           DATA RECORD IS REG-PRODUCTO.
       01  REG-PRODUCTO.
           03 P-idproducto   PIC X(4).
           03 P-NomProducto  PIC X(10).
           03 P-IdGrupo      PIC X.
           03 P-precio       PIC X(6).
           03 P-precio-N REDEFINES P-precio PIC 9(4)V99.
       FD  PRECIOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 18 CHARACTERS
           DATA RECORD IS REG-PRECIO-HIST.
       01  REG-PRECIO-HIST.
           03 PH-CLAVE.
              05 PH-idproducto   PIC X(4).
              05 PH-fecha-desde  PIC X(8).
           03 PH-precio          PIC X(6).
           03 PH-precio-N REDEFINES PH-precio PIC 9(4)V99.
       FD  VENDEDORES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 139 CHARACTERS
           DATA RECORD IS REG-VENDEDOR.
       01  REG-VENDEDOR.
           03 V-cod-vendedor      PIC X(4).
           03 V-nombre            PIC X(10).
           03 FILLER              PIC X(125).
       FD  DELEGACIONES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 33 CHARACTERS
           DATA RECORD IS REG-DELEGACION.
       01  REG-DELEGACION.
           03 DG-codigo      PIC X(3).
           03 DG-nombre      PIC X(20).
           03 DG-responsable PIC X(10).
       FD  CALENDARIO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 20 CHARACTERS
           DATA RECORD IS REG-CALENDARIO.
       01  REG-CALENDARIO   PIC X(20).
       FD  PARAMETROS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 3 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           03 PAR-UMBRAL       PIC X(3).
       FD  MESCIERRE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 6 CHARACTERS
           DATA RECORD IS REG-MESCIERRE.
       01  REG-MESCIERRE.
           03 PAR-MES-CIERRE   PIC X(6).
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
       01  WS-FS-OBJETIVOS     PIC XX.
       01  WS-FS-HISTORICO     PIC XX.
       01  WS-FS-ENTRADA       PIC XX.
       01  WS-FS-PRODUCTOS     PIC XX.
       01  WS-FS-PRECIOS       PIC XX.
       01  WS-FS-VENDEDORES    PIC XX.
       01  WS-FS-DELEG         PIC XX.
       01  WS-FS-CAL           PIC XX.
       01  WS-FS-PAR           PIC XX.
       01  WS-FS-MES           PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  W-PERIODO        PIC X(6) VALUE SPACES.
       01  W-PERIODO-R REDEFINES W-PERIODO.
           03 W-PER-ANO     PIC 9(4).
           03 W-PER-MES     PIC 99.
       77  W-UMBRAL         PIC 9(3) VALUE 80.
       01  W-PRECIOS-DISP   PIC X VALUE 'N'.
           88 PRECIOS-DISPONIBLE     VALUE 'S'.
       01  W-VEND-DISP      PIC X VALUE 'N'.
           88 VEND-DISPONIBLE        VALUE 'S'.
       01  W-DELEG-DISP     PIC X VALUE 'N'.
           88 DELEG-DISPONIBLE       VALUE 'S'.
       01  W-HIST-MES       PIC X VALUE 'N'.
           88 MES-CONSOLIDADO        VALUE 'S'.
       01  W-TABLA-DESB     PIC X VALUE 'N'.
           88 TABLA-DESBORDADA       VALUE 'S'.
       01  W-ENCONTRADO     PIC X VALUE 'N'.
           88 ENCONTRADO-S           VALUE 'S'.
       01  W-FILA-HALLADA   PIC X VALUE 'N'.
           88 FILA-HALLADA           VALUE 'S'.
      * UNA FILA POR OBJETIVO DEL MES, EN ORDEN DE CLAVE (PRIMERO
      * DELEGACIONES 'D', LUEGO VENDEDORES 'V').
       01  TABLA-OBJETIVOS.
           03 TO-FILA OCCURS 1000 TIMES INDEXED BY IX-OBJ.
              05 TO-tipo         PIC X.
              05 TO-codigo       PIC X(4).
              05 TO-nombre       PIC X(12).
              05 TO-obj-kilos    PIC 9(9)V99.
              05 TO-obj-valor    PIC 9(11)V99.
              05 TO-kilos        PIC S9(9)V99.
              05 TO-valor        PIC S9(11)V99.
              05 TO-proy-kilos   PIC S9(9)V99.
              05 TO-proy-valor   PIC S9(11)V99.
              05 TO-pct-kilos    PIC 9(5)V9.
              05 TO-pct-valor    PIC 9(5)V9.
              05 TO-pct-proy     PIC 9(5)V9.
              05 TO-dias-trans   PIC 99.
              05 TO-dias-mes     PIC 99.
              05 TO-bajo         PIC X.
       77  W-NUM-OBJ        PIC 9(4) COMP VALUE 0.
       01  W-BUS-TIPO       PIC X.
       01  W-BUS-CODIGO     PIC X(4).
       01  W-IDPRODUCTO-CLAVE  PIC X(4).
       01  W-PRECIO-VENTA      PIC 9(4)V99 VALUE 0.
       01  W-KILOS-RAW      PIC X(6).
       01  W-KILOS-N REDEFINES W-KILOS-RAW PIC 9(4)V99.
       01  W-KILOS          PIC S9(9)V99 VALUE 0.
       01  W-VALOR          PIC S9(11)V99 VALUE 0.
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
      * DIAS HABILES DEL MES: LOS TRANSCURRIDOS SON LOS QUE NO PASAN
      * DE W-CORTE (HOY EN EL MES EN CURSO, TODOS EN UN MES PASADO O
      * YA CONSOLIDADO, NINGUNO EN UN MES FUTURO).
       01  W-CORTE          PIC 9(8) VALUE 0.
       77  W-GEN-TRANS      PIC 99 VALUE 0.
       77  W-GEN-MES        PIC 99 VALUE 0.
       77  W-DIA            PIC 99 VALUE 0.
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
       77  W-DIAS-PERIODO   PIC 99 VALUE 0.
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
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
       77  W-CNT-BAJO          PIC 9(7) VALUE 0.
       01  WFECHA-HOY       PIC 9(8).
       01  WFECHA-HOY-R REDEFINES WFECHA-HOY.
           03 WFH-ANOMES    PIC X(6).
           03 FILLER        PIC XX.
       01  WHORA-HOY        PIC 9(6).
       77  FE       PIC 9    VALUE 0.
       77  FE-PRE   PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(24) VALUE 'OBJETIVOS DE VENTA  MES '.
           03 S-PER-TIT      PIC X(6).
           03 FILLER PIC X(30)
              VALUE '  DIAS HABILES TRANSCURRIDOS '.
           03 S-TRANS-TIT    PIC z9.
           03 FILLER PIC X(4)  VALUE ' DE '.
           03 S-MES-TIT      PIC z9.
           03 FILLER PIC X(9)  VALUE '  UMBRAL '.
           03 S-UMBRAL-TIT   PIC zz9.
           03 FILLER PIC X     VALUE '%'.
       01  CABECERA2.
           03 FILLER PIC X(26) VALUE 'REAL DE LOS VENDEDORES:   '.
           03 S-FUENTE       PIC X(40).
       01  CABECERA3.
           03 S-SECCION      PIC X(60).
       01  CABECERA4.
           03 FILLER PIC X(2)   VALUE 'T '.
           03 FILLER PIC X(5)   VALUE 'COD. '.
           03 FILLER PIC X(13)  VALUE 'NOMBRE       '.
           03 FILLER PIC X(12)  VALUE ' OBJ. KILOS '.
           03 FILLER PIC X(13)  VALUE '  REAL KILOS '.
           03 FILLER PIC X(7)   VALUE '   %KG '.
           03 FILLER PIC X(15)  VALUE '    OBJ. VALOR '.
           03 FILLER PIC X(16)  VALUE '      REAL VALOR'.
           03 FILLER PIC X(7)   VALUE '  %VAL '.
           03 FILLER PIC X(16)  VALUE ' PROYEC. VALOR  '.
           03 FILLER PIC X(7)   VALUE ' %PROY '.
           03 FILLER PIC X(7)   VALUE 'DIAS   '.
       01  CABECERA5.
           03 S-tipo          PIC X.
           03 FILLER          PIC X VALUE SPACES.
           03 S-codigo        PIC X(4).
           03 FILLER          PIC X VALUE SPACES.
           03 S-nombre        PIC X(12).
           03 FILLER          PIC X VALUE SPACES.
           03 S-obj-kilos     PIC zzz.zzz.zz9.
           03 FILLER          PIC X VALUE SPACES.
           03 S-kilos         PIC -zzz.zzz.zz9.
           03 FILLER          PIC X VALUE SPACES.
           03 S-pct-kilos     PIC zzz9,9.
           03 FILLER          PIC X VALUE SPACES.
           03 S-obj-valor     PIC zz.zzz.zzz.zz9.
           03 FILLER          PIC X VALUE SPACES.
           03 S-valor         PIC -zz.zzz.zzz.zz9.
           03 FILLER          PIC X VALUE SPACES.
           03 S-pct-valor     PIC zzz9,9.
           03 FILLER          PIC X VALUE SPACES.
           03 S-proy-valor    PIC -zz.zzz.zzz.zz9.
           03 FILLER          PIC X VALUE SPACES.
           03 S-pct-proy      PIC zzz9,9.
           03 FILLER          PIC X VALUE SPACES.
           03 S-dias-trans    PIC z9.
           03 FILLER          PIC X VALUE '/'.
           03 S-dias-mes      PIC z9.
       01  CABECERA6.
           03 FILLER          PIC X(20) VALUE 'OBJETIVOS DEL MES:  '.
           03 S-CNT-OBJ       PIC zzzzz9.
           03 FILLER          PIC X(24)
              VALUE '  POR DEBAJO DEL UMBRAL:'.
           03 S-CNT-BAJO      PIC zzzzz9.
       01  CABECERA7.
           03 FILLER PIC X(40)
              VALUE 'SIN OBJETIVOS CARGADOS PARA EL MES      '.

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           PERFORM LEER-PARAMETROS
           IF W-PERIODO NOT NUMERIC
              OR W-PER-MES < 1 OR W-PER-MES > 12
               DISPLAY 'OBJETIVO MES INVALIDO ' W-PERIODO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT VENDEDORES
           IF WS-FS-VENDEDORES = '00'
               SET VEND-DISPONIBLE TO TRUE
           END-IF
           OPEN INPUT DELEGACIONES
           IF WS-FS-DELEG = '00'
               SET DELEG-DISPONIBLE TO TRUE
           END-IF
           PERFORM CARGAR-OBJETIVOS
           IF VEND-DISPONIBLE
               CLOSE VENDEDORES
           END-IF
           IF DELEG-DISPONIBLE
               CLOSE DELEGACIONES
           END-IF
           OPEN OUTPUT SALIDA
           IF W-NUM-OBJ = 0
               MOVE W-PERIODO TO S-PER-TIT
               MOVE W-UMBRAL  TO S-UMBRAL-TIT
               MOVE 0         TO S-TRANS-TIT S-MES-TIT
               WRITE REG-SALIDA FROM CABECERA1 END-WRITE
               WRITE REG-SALIDA FROM CABECERA7 END-WRITE
               PERFORM GRABAR-AUDITORIA
               CLOSE SALIDA
               STOP RUN
           END-IF
           PERFORM CARGAR-CALENDARIO
           PERFORM CONTAR-DIAS-GENERALES
           PERFORM ACUMULAR-HISTORICO
           PERFORM ACUMULAR-DETALLE
           PERFORM CALCULAR-FILA
               VARYING IX-OBJ FROM 1 BY 1 UNTIL IX-OBJ > W-NUM-OBJ
           MOVE W-PERIODO   TO S-PER-TIT
           MOVE W-GEN-TRANS TO S-TRANS-TIT
           MOVE W-GEN-MES   TO S-MES-TIT
           MOVE W-UMBRAL    TO S-UMBRAL-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           IF MES-CONSOLIDADO
               MOVE 'NAT-VENTAS-HIST (MES CONSOLIDADO)' TO S-FUENTE
           ELSE
               MOVE 'DETALLE NAT-VENTAS DEL MES' TO S-FUENTE
           END-IF
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           MOVE 'POR DEBAJO DEL UMBRAL EN LA PROYECCION A FIN DE MES'
               TO S-SECCION
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE
           PERFORM VARYING IX-OBJ FROM 1 BY 1
                   UNTIL IX-OBJ > W-NUM-OBJ
               IF TO-bajo(IX-OBJ) = 'S'
                   PERFORM IMPRIMIR-FILA
               END-IF
           END-PERFORM
           MOVE 'DELEGACIONES' TO S-SECCION
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE
           PERFORM VARYING IX-OBJ FROM 1 BY 1
                   UNTIL IX-OBJ > W-NUM-OBJ
               IF TO-tipo(IX-OBJ) = 'D'
                   PERFORM IMPRIMIR-FILA
               END-IF
           END-PERFORM
           MOVE 'VENDEDORES' TO S-SECCION
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE
           PERFORM VARYING IX-OBJ FROM 1 BY 1
                   UNTIL IX-OBJ > W-NUM-OBJ
               IF TO-tipo(IX-OBJ) = 'V'
                   PERFORM IMPRIMIR-FILA
               END-IF
           END-PERFORM
           MOVE W-NUM-OBJ  TO S-CNT-OBJ
           MOVE W-CNT-BAJO TO S-CNT-BAJO
           WRITE REG-SALIDA FROM CABECERA6 END-WRITE
           PERFORM GRABAR-AUDITORIA
           CLOSE SALIDA
           IF TABLA-DESBORDADA
               DISPLAY 'OBJETIVO TABLA DE OBJETIVOS DESBORDADA'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT MESCIERRE
           IF WS-FS-MES = '00'
               READ MESCIERRE AT END MOVE SPACES TO REG-MESCIERRE
               END-READ
               MOVE PAR-MES-CIERRE TO W-PERIODO
               CLOSE MESCIERRE
           END-IF
           IF W-PERIODO = SPACES
               MOVE WFH-ANOMES TO W-PERIODO
           END-IF
           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS AT END MOVE SPACES TO REG-PARAMETROS
               END-READ
               IF PAR-UMBRAL IS NUMERIC
                   MOVE PAR-UMBRAL TO W-UMBRAL
               END-IF
               CLOSE PARAMETROS
           END-IF.

       CARGAR-OBJETIVOS.
           OPEN INPUT OBJETIVOS
           IF WS-FS-OBJETIVOS NOT = '00'
               DISPLAY 'OBJETIVO SIN MAESTRO DE OBJETIVOS FS='
                   WS-FS-OBJETIVOS
               CLOSE OBJETIVOS
           ELSE
               MOVE LOW-VALUES TO OB-CLAVE
               MOVE W-PERIODO  TO OB-anomes
               MOVE 0 TO FE
               START OBJETIVOS KEY IS NOT < OB-CLAVE
                   INVALID KEY MOVE 1 TO FE
               END-START
               PERFORM UNTIL FE = 1
                   READ OBJETIVOS NEXT RECORD
                       AT END MOVE 1 TO FE
                   END-READ
                   IF FE = 0
                       IF OB-anomes NOT = W-PERIODO
                           MOVE 1 TO FE
                       ELSE
                           ADD 1 TO W-CNT-LEIDOS
                           PERFORM ANADIR-OBJETIVO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OBJETIVOS
           END-IF.

       ANADIR-OBJETIVO.
           IF W-NUM-OBJ NOT < 1000
               SET TABLA-DESBORDADA TO TRUE
           ELSE
               ADD 1 TO W-NUM-OBJ
               SET IX-OBJ TO W-NUM-OBJ
               INITIALIZE TO-FILA(IX-OBJ)
               MOVE OB-tipo   TO TO-tipo(IX-OBJ)
               MOVE OB-codigo TO TO-codigo(IX-OBJ)
               MOVE OB-kilos  TO TO-obj-kilos(IX-OBJ)
               MOVE OB-valor  TO TO-obj-valor(IX-OBJ)
               MOVE 'N'       TO TO-bajo(IX-OBJ)
               MOVE '** NO EXISTE' TO TO-nombre(IX-OBJ)
               IF OB-tipo = 'V' AND VEND-DISPONIBLE
                   MOVE OB-codigo TO V-cod-vendedor
                   READ VENDEDORES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE V-nombre TO TO-nombre(IX-OBJ)
                   END-READ
               END-IF
               IF OB-tipo = 'D' AND DELEG-DISPONIBLE
                   MOVE OB-codigo(1:3) TO DG-codigo
                   READ DELEGACIONES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE DG-nombre TO TO-nombre(IX-OBJ)
                   END-READ
               END-IF
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
                   IF W-NUM-FESTIVOS < 500 AND W-FES-DEL NOT = SPACES
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

      * HABILES DEL MES PARA TODOS (SIN LOS FESTIVOS PROPIOS DE CADA
      * DELEGACION, QUE SE DESCUENTAN FILA A FILA).
       CONTAR-DIAS-GENERALES.
           EVALUATE TRUE
               WHEN W-PERIODO < WFH-ANOMES
                   MOVE 99999999 TO W-CORTE
               WHEN W-PERIODO = WFH-ANOMES
                   MOVE WFECHA-HOY TO W-CORTE
               WHEN OTHER
                   MOVE 0 TO W-CORTE
           END-EVALUATE
           MOVE 0 TO W-GEN-TRANS W-GEN-MES
           MOVE W-PER-ANO TO W-FD-AAAA
           MOVE W-PER-MES TO W-FD-MM
           PERFORM CALCULAR-DIAS-MES
           MOVE W-DIAS-MES TO W-DIAS-PERIODO
           PERFORM VARYING W-DIA FROM 1 BY 1
                   UNTIL W-DIA > W-DIAS-PERIODO
               MOVE W-PER-ANO TO W-FD-AAAA
               MOVE W-PER-MES TO W-FD-MM
               MOVE W-DIA     TO W-FD-DD
               PERFORM CALCULAR-DIA-SEMANA
               IF W-DIA-SEMANA < 5
                   PERFORM MARCAR-FESTIVO
                   IF NOT DIA-NO-LABORABLE
                       ADD 1 TO W-GEN-MES
                       IF W-FD-N NOT > W-CORTE
                           ADD 1 TO W-GEN-TRANS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

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

      * REAL DE LOS VENDEDORES DESDE EL HISTORICO, SI EL MES YA ESTA
      * CONSOLIDADO (VENTAMES EN EL CIERRE).
       ACUMULAR-HISTORICO.
           OPEN INPUT HISTORICO
           IF WS-FS-HISTORICO NOT = '00'
               CLOSE HISTORICO
           ELSE
               MOVE LOW-VALUES TO HM-CLAVE
               MOVE W-PERIODO  TO HM-anomes
               MOVE 0 TO FE
               START HISTORICO KEY IS NOT < HM-CLAVE
                   INVALID KEY MOVE 1 TO FE
               END-START
               PERFORM UNTIL FE = 1
                   READ HISTORICO NEXT RECORD
                       AT END MOVE 1 TO FE
                   END-READ
                   IF FE = 0
                       IF HM-anomes NOT = W-PERIODO
                           MOVE 1 TO FE
                       ELSE
                           ADD 1 TO W-CNT-LEIDOS
                           SET MES-CONSOLIDADO TO TRUE
                           MOVE 'V'             TO W-BUS-TIPO
                           MOVE HM-cod-vendedor TO W-BUS-CODIGO
                           PERFORM BUSCAR-FILA
                           IF FILA-HALLADA
                               ADD HM-kilos TO TO-kilos(IX-OBJ)
                               ADD HM-valor TO TO-valor(IX-OBJ)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HISTORICO
           END-IF
           IF MES-CONSOLIDADO
               MOVE 99999999 TO W-CORTE
               MOVE W-GEN-MES TO W-GEN-TRANS
           END-IF.

      * DETALLE DEL MES: SIEMPRE PARA LAS DELEGACIONES Y, SI EL MES
      * AUN NO ESTA EN EL HISTORICO, TAMBIEN PARA LOS VENDEDORES.
       ACUMULAR-DETALLE.
           OPEN INPUT PRODUCTOS
           OPEN INPUT PRECIOS
           IF WS-FS-PRECIOS = '00'
               SET PRECIOS-DISPONIBLE TO TRUE
           END-IF
           OPEN INPUT ENTRADA
           IF WS-FS-ENTRADA NOT = '00'
               CLOSE ENTRADA
           ELSE
               MOVE 0 TO FE
               READ ENTRADA AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   ADD 1 TO W-CNT-LEIDOS
                   IF E-fecha-venta(1:6) = W-PERIODO
                       PERFORM VALORAR-UNA-VENTA
                   END-IF
                   READ ENTRADA AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE ENTRADA
           END-IF
           IF PRECIOS-DISPONIBLE
               CLOSE PRECIOS
           END-IF
           CLOSE PRODUCTOS.

       VALORAR-UNA-VENTA.
           MOVE E-kilos TO W-KILOS-RAW
           IF W-KILOS-RAW NUMERIC
               PERFORM BUSCAR-PRODUCTO
               IF ENCONTRADO-S
                   PERFORM BUSCAR-PRECIO
               ELSE
                   MOVE 0 TO W-PRECIO-VENTA
               END-IF
               IF E-tipo-mov = 'A'
                   COMPUTE W-KILOS = 0 - W-KILOS-N
                   COMPUTE W-VALOR ROUNDED =
                       0 - W-KILOS-N * W-PRECIO-VENTA
               ELSE
                   MOVE W-KILOS-N TO W-KILOS
                   COMPUTE W-VALOR ROUNDED = W-KILOS-N * W-PRECIO-VENTA
               END-IF
               IF NOT MES-CONSOLIDADO
                   MOVE 'V'            TO W-BUS-TIPO
                   MOVE E-cod-vendedor TO W-BUS-CODIGO
                   PERFORM BUSCAR-FILA
                   IF FILA-HALLADA
                       ADD W-KILOS TO TO-kilos(IX-OBJ)
                       ADD W-VALOR TO TO-valor(IX-OBJ)
                   END-IF
               END-IF
               IF E-delegacion NOT = SPACES
                   MOVE 'D'          TO W-BUS-TIPO
                   MOVE E-delegacion TO W-BUS-CODIGO
                   PERFORM BUSCAR-FILA
                   IF FILA-HALLADA
                       ADD W-KILOS TO TO-kilos(IX-OBJ)
                       ADD W-VALOR TO TO-valor(IX-OBJ)
                   END-IF
               END-IF
           END-IF.

       BUSCAR-FILA.
           MOVE 'N' TO W-FILA-HALLADA
           SET IX-OBJ TO 1
           SEARCH TO-FILA
               AT END
                   CONTINUE
               WHEN IX-OBJ > W-NUM-OBJ
                   CONTINUE
               WHEN TO-tipo(IX-OBJ) = W-BUS-TIPO
                AND TO-codigo(IX-OBJ) = W-BUS-CODIGO
                   SET FILA-HALLADA TO TRUE
           END-SEARCH.

       BUSCAR-PRODUCTO.
           MOVE 'N' TO W-ENCONTRADO
           MOVE SPACES TO W-IDPRODUCTO-CLAVE
           MOVE E-cod-producto TO W-IDPRODUCTO-CLAVE
           MOVE W-IDPRODUCTO-CLAVE TO P-idproducto
           READ PRODUCTOS
               INVALID KEY
                   MOVE 'N' TO W-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO W-ENCONTRADO
           END-READ.

       BUSCAR-PRECIO.
           MOVE P-precio-N TO W-PRECIO-VENTA
           IF PRECIOS-DISPONIBLE
               MOVE W-IDPRODUCTO-CLAVE TO PH-idproducto
               MOVE '00000000' TO PH-fecha-desde
               MOVE 0 TO FE-PRE
               START PRECIOS KEY IS NOT < PH-CLAVE
                   INVALID KEY MOVE 1 TO FE-PRE
               END-START
               PERFORM UNTIL FE-PRE = 1
                   READ PRECIOS NEXT RECORD
                       AT END MOVE 1 TO FE-PRE
                   END-READ
                   IF FE-PRE = 0
                       IF PH-idproducto NOT = W-IDPRODUCTO-CLAVE
                          OR PH-fecha-desde > E-fecha-venta
                           MOVE 1 TO FE-PRE
                       ELSE
                           MOVE PH-precio-N TO W-PRECIO-VENTA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * DIAS, PROYECCION Y % DE UNA FILA. LA DELEGACION DESCUENTA SUS
      * FESTIVOS PROPIOS QUE CAEN EN DIA HABIL GENERAL.
       CALCULAR-FILA.
           MOVE W-GEN-TRANS TO TO-dias-trans(IX-OBJ)
           MOVE W-GEN-MES   TO TO-dias-mes(IX-OBJ)
           IF TO-tipo(IX-OBJ) = 'D'
               PERFORM VARYING IX-FES FROM 1 BY 1
                       UNTIL IX-FES > W-NUM-FESTIVOS
                   IF TF-CODIGO(IX-FES) = TO-codigo(IX-OBJ)(1:3)
                      AND TF-FECHA(IX-FES)(1:6) = W-PERIODO
                       PERFORM DESCONTAR-FESTIVO-PROPIO
                   END-IF
               END-PERFORM
           END-IF
           IF TO-dias-trans(IX-OBJ) > 0
              AND TO-dias-trans(IX-OBJ) < TO-dias-mes(IX-OBJ)
               COMPUTE TO-proy-kilos(IX-OBJ) ROUNDED =
                   TO-kilos(IX-OBJ) * TO-dias-mes(IX-OBJ)
                   / TO-dias-trans(IX-OBJ)
               COMPUTE TO-proy-valor(IX-OBJ) ROUNDED =
                   TO-valor(IX-OBJ) * TO-dias-mes(IX-OBJ)
                   / TO-dias-trans(IX-OBJ)
           ELSE
               MOVE TO-kilos(IX-OBJ) TO TO-proy-kilos(IX-OBJ)
               MOVE TO-valor(IX-OBJ) TO TO-proy-valor(IX-OBJ)
           END-IF
           MOVE 0 TO TO-pct-kilos(IX-OBJ) TO-pct-valor(IX-OBJ)
                     TO-pct-proy(IX-OBJ)
           IF TO-obj-kilos(IX-OBJ) > 0 AND TO-kilos(IX-OBJ) > 0
               COMPUTE TO-pct-kilos(IX-OBJ) ROUNDED =
                   TO-kilos(IX-OBJ) * 100 / TO-obj-kilos(IX-OBJ)
                   ON SIZE ERROR MOVE 99999,9 TO TO-pct-kilos(IX-OBJ)
               END-COMPUTE
           END-IF
           IF TO-obj-valor(IX-OBJ) > 0 AND TO-valor(IX-OBJ) > 0
               COMPUTE TO-pct-valor(IX-OBJ) ROUNDED =
                   TO-valor(IX-OBJ) * 100 / TO-obj-valor(IX-OBJ)
                   ON SIZE ERROR MOVE 99999,9 TO TO-pct-valor(IX-OBJ)
               END-COMPUTE
           END-IF
           IF TO-obj-valor(IX-OBJ) > 0
               IF TO-proy-valor(IX-OBJ) > 0
                   COMPUTE TO-pct-proy(IX-OBJ) ROUNDED =
                       TO-proy-valor(IX-OBJ) * 100
                       / TO-obj-valor(IX-OBJ)
                       ON SIZE ERROR
                           MOVE 99999,9 TO TO-pct-proy(IX-OBJ)
                   END-COMPUTE
               END-IF
           ELSE
               IF TO-proy-kilos(IX-OBJ) > 0
                   COMPUTE TO-pct-proy(IX-OBJ) ROUNDED =
                       TO-proy-kilos(IX-OBJ) * 100
                       / TO-obj-kilos(IX-OBJ)
                       ON SIZE ERROR
                           MOVE 99999,9 TO TO-pct-proy(IX-OBJ)
                   END-COMPUTE
               END-IF
           END-IF
           IF TO-pct-proy(IX-OBJ) < W-UMBRAL
               MOVE 'S' TO TO-bajo(IX-OBJ)
               ADD 1 TO W-CNT-BAJO
           END-IF.

       DESCONTAR-FESTIVO-PROPIO.
           MOVE TF-FECHA(IX-FES) TO W-FD-X
           IF W-FD-MM > 0 AND W-FD-MM < 13 AND W-FD-DD > 0
               PERFORM CALCULAR-DIA-SEMANA
               IF W-DIA-SEMANA < 5
                   PERFORM MARCAR-FESTIVO
                   IF NOT DIA-NO-LABORABLE
                      AND TO-dias-mes(IX-OBJ) > 0
                       SUBTRACT 1 FROM TO-dias-mes(IX-OBJ)
                       IF W-FD-N NOT > W-CORTE
                          AND TO-dias-trans(IX-OBJ) > 0
                           SUBTRACT 1 FROM TO-dias-trans(IX-OBJ)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-FILA.
           MOVE TO-tipo(IX-OBJ)       TO S-tipo
           MOVE TO-codigo(IX-OBJ)     TO S-codigo
           MOVE TO-nombre(IX-OBJ)     TO S-nombre
           MOVE TO-obj-kilos(IX-OBJ)  TO S-obj-kilos
           MOVE TO-kilos(IX-OBJ)      TO S-kilos
           MOVE TO-pct-kilos(IX-OBJ)  TO S-pct-kilos
           MOVE TO-obj-valor(IX-OBJ)  TO S-obj-valor
           MOVE TO-valor(IX-OBJ)      TO S-valor
           MOVE TO-pct-valor(IX-OBJ)  TO S-pct-valor
           MOVE TO-proy-valor(IX-OBJ) TO S-proy-valor
           MOVE TO-pct-proy(IX-OBJ)   TO S-pct-proy
           MOVE TO-dias-trans(IX-OBJ) TO S-dias-trans
           MOVE TO-dias-mes(IX-OBJ)   TO S-dias-mes
           WRITE REG-SALIDA FROM CABECERA5 END-WRITE.

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

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES       TO REG-AUDITORIA
           MOVE 'OBJETIVO'   TO AUD-PROGRAMA
           MOVE WFECHA-HOY   TO AUD-FECHA
           MOVE WHORA-HOY    TO AUD-HORA
           MOVE W-CNT-LEIDOS TO AUD-LEIDOS
           MOVE W-NUM-OBJ    TO AUD-ESCRITOS
           MOVE 0            TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.
