       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOSIC.
       AUTHOR. J.GAYAN.
      * PROPUESTA MENSUAL DE PUNTO DE PEDIDO (MINIMO) Y CANTIDAD DE
      * PEDIDO POR PRODUCTO. EL CONSUMO MEDIO Y EL MES PICO SALEN DE
      * NAT-VENTAS-HIST EN LOS N MESES QUE TERMINAN EN EL MES DE
      * CIERRE; EL PLAZO DE ENTREGA ES EL REAL DEL PROVEEDOR HABITUAL
      * (DIAS ENTRE LA FECHA DEL PEDIDO Y LA DE CADA RECEPCION EN
      * NAT-RECEPCIONES.HIS, EN ESOS MISMOS MESES).
      *   CONSUMO DIARIO    = CONSUMO MEDIO MENSUAL / 30
      *   STOCK SEGURIDAD   = FACTOR * (PICO - MEDIA) / 30 * PLAZO
      *   PUNTO DE PEDIDO   = CONSUMO DIARIO * PLAZO + SEGURIDAD
      *   CANTIDAD PEDIDO   = UN MES DE CONSUMO MEDIO, Y NUNCA MENOS
      *                       DE LO QUE SE CONSUME EN EL PLAZO
      * NAT-REPOSICION.PAR: MM;F,FF;DDD (MESES, FACTOR DE SEGURIDAD Y
      * PLAZO PARA PROVEEDORES SIN ENTREGAS; SIN PARAMETRO 06;1,50;015).
      * NO CAMBIA NADA: IMPRIME LA PROPUESTA CONTRA LOS VALORES EN
      * VIGOR CON EL MOTIVO DEL CAMBIO Y LA DEJA EN NAT-REPOSICION.PRO.
      * COMPRAS APRUEBA LAS LINEAS EN NAT-REPOSICION.APR Y REPOAPR
      * LAS LLEVA A NAT-STOCK.MIN EN EL CICLO NOCTURNO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT historico ASSIGN TO 'NAT-ventas-hist'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HM-CLAVE
           FILE STATUS IS WS-FS-HISTORICO.
           SELECT plazos ASSIGN TO 'NAT-recepciones.his'
           organization is line sequential
           FILE STATUS IS WS-FS-HIS.
           SELECT stock ASSIGN TO 'NAT-stock'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-idproducto
           FILE STATUS IS WS-FS-STOCK.
           SELECT stockdel ASSIGN TO 'NAT-stock-deleg'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SD-CLAVE
           FILE STATUS IS WS-FS-SDEL.
           SELECT productos ASSIGN TO 'NAT-productos'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS P-idproducto
           FILE STATUS IS WS-FS-PRODUCTOS.
           SELECT parametros ASSIGN TO 'NAT-reposicion.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PAR.
           SELECT mescierre ASSIGN TO 'NAT-ventames.par'
           organization is line sequential
           FILE STATUS IS WS-FS-MES.
           SELECT propuesta ASSIGN TO 'NAT-reposicion.pro'
           organization is line sequential
           FILE STATUS IS WS-FS-PRO.
           SELECT salida  ASSIGN TO 'NAT-salida-reposicion'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 36 CHARACTERS
           DATA RECORD IS REG-HISTORICO.
       01  REG-HISTORICO.
           03 HM-CLAVE.
              05 HM-anomes       PIC X(6).
              05 HM-anomes-R REDEFINES HM-anomes.
                 07 HM-ano       PIC 9(4).
                 07 HM-mes       PIC 99.
              05 HM-cod-vendedor PIC X(4).
              05 HM-cod-producto PIC XX.
           03 HM-kilos           PIC 9(9)V99.
           03 HM-valor           PIC 9(11)V99.
       FD  PLAZOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 42 CHARACTERS
           DATA RECORD IS REG-PLAZO.
       01  REG-PLAZO.
           03 PZ-pedido          PIC X(6).
           03 PZ-proveedor       PIC X(4).
           03 PZ-idproducto      PIC X(4).
           03 PZ-fecha-pedido    PIC 9(8).
           03 PZ-fecha-recepcion PIC 9(8).
           03 PZ-kilos           PIC 9(7)V99.
           03 PZ-delegacion      PIC X(3).
       FD  STOCK
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 45 CHARACTERS
           DATA RECORD IS REG-STOCK.
       01  REG-STOCK.
           03 ST-idproducto   PIC X(4).
           03 ST-existencias  PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 ST-minimo       PIC 9(7)V99.
           03 ST-proveedor    PIC X(4).
           03 ST-coste-medio  PIC 9(5)V9999.
           03 ST-coste-compra PIC 9(5)V9999.
       FD  STOCKDEL
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 44 CHARACTERS
           DATA RECORD IS REG-STOCK-DELEG.
       01  REG-STOCK-DELEG.
           03 SD-CLAVE.
              05 SD-idproducto  PIC X(4).
              05 SD-delegacion  PIC X(3).
           03 SD-existencias    PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 SD-minimo         PIC 9(7)V99.
           03 SD-transito       PIC 9(7)V99.
           03 SD-cantidad-pedido PIC 9(7)V99.
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
       FD  PARAMETROS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 11 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           03 PAR-MESES         PIC X(2).
           03 FILLER            PIC X.
           03 PAR-FACTOR-E      PIC X.
           03 FILLER            PIC X.
           03 PAR-FACTOR-D      PIC X(2).
           03 FILLER            PIC X.
           03 PAR-PLAZO         PIC X(3).
       FD  MESCIERRE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 6 CHARACTERS
           DATA RECORD IS REG-MESCIERRE.
       01  REG-MESCIERRE.
           03 PAR-MES-CIERRE   PIC X(6).
      * UNA FILA POR PRODUCTO PROPUESTO, CON EL MES DE CIERRE QUE LA
      * ORIGINO: REPOAPR SOLO ACEPTA APROBACIONES DE ESE MES.
       FD  PROPUESTA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 53 CHARACTERS
           DATA RECORD IS REG-PROPUESTA.
       01  REG-PROPUESTA.
           03 PR-anomes          PIC X(6).
           03 PR-idproducto      PIC X(4).
           03 PR-minimo-ant      PIC 9(7)V99.
           03 PR-minimo-nuevo    PIC 9(7)V99.
           03 PR-cantidad-ant    PIC 9(7)V99.
           03 PR-cantidad-nueva  PIC 9(7)V99.
           03 PR-proveedor       PIC X(4).
           03 PR-plazo           PIC 9(3).
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
       01  WS-FS-HISTORICO     PIC XX.
       01  WS-FS-HIS           PIC XX.
       01  WS-FS-STOCK         PIC XX.
       01  WS-FS-SDEL          PIC XX.
       01  WS-FS-PRODUCTOS     PIC XX.
       01  WS-FS-PAR           PIC XX.
       01  WS-FS-MES           PIC XX.
       01  WS-FS-PRO           PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  W-MES-CIERRE     PIC X(6) VALUE SPACES.
       01  W-MES-CIERRE-R REDEFINES W-MES-CIERRE.
           03 W-CIERRE-ANO  PIC 9(4).
           03 W-CIERRE-MES  PIC 99.
       01  W-MES-INICIO.
           03 W-INICIO-ANO  PIC 9(4).
           03 W-INICIO-MES  PIC 99.
       77  W-MESES          PIC 99 VALUE 6.
       01  W-FACTOR-A.
           03 W-FACTOR-E    PIC X VALUE '1'.
           03 W-FACTOR-D    PIC X(2) VALUE '50'.
       01  W-FACTOR REDEFINES W-FACTOR-A PIC 9V99.
       77  W-PLAZO-DEFECTO  PIC 9(3) VALUE 15.
      * MESES ABSOLUTOS (ANO * 12 + MES - 1) PARA SITUAR CADA MES DEL
      * HISTORICO Y CADA RECEPCION DENTRO DE LA VENTANA.
       77  W-ABS-INICIO     PIC 9(7) COMP VALUE 0.
       77  W-ABS-FIN        PIC 9(7) COMP VALUE 0.
       77  W-ABS-MES        PIC 9(7) COMP VALUE 0.
       77  W-SUB-MES        PIC 9(4) COMP VALUE 0.
       77  W-SUB-PROD       PIC 9(4) COMP VALUE 0.
       77  W-SUB            PIC 9(4) COMP VALUE 0.
       01  W-COD-PROD       PIC X(2) JUSTIFIED RIGHT.
       01  W-COD-PROD-N REDEFINES W-COD-PROD PIC 99.
      * CONSUMO MENSUAL POR PRODUCTO (CODIGO DE DOS CIFRAS: LA TABLA
      * CUBRE EL DOMINIO 00-99) Y MES DE LA VENTANA (HASTA 24).
       01  TABLA-CONSUMO.
           03 TK-FILA OCCURS 100 TIMES.
              05 TK-MES OCCURS 24 TIMES PIC S9(9)V99.
      * PLAZO REAL POR PROVEEDOR: DIAS ACUMULADOS Y ENTREGAS.
       01  TABLA-PLAZOS.
           03 TZ-FILA OCCURS 500 TIMES INDEXED BY IX-PRV.
              05 TZ-PROVEEDOR    PIC X(4).
              05 TZ-DIAS         PIC 9(9).
              05 TZ-ENTREGAS     PIC 9(7).
       77  W-NUM-PROV       PIC 9(4) COMP VALUE 0.
       01  W-TABLA-DESB     PIC X VALUE 'N'.
           88 TABLA-DESBORDADA       VALUE 'S'.
       01  W-ENCONTRADO     PIC X VALUE 'N'.
           88 PROVEEDOR-EN-TABLA     VALUE 'S'.
       01  W-SDEL-DISP      PIC X VALUE 'N'.
           88 STOCK-DELEG-DISPONIBLE VALUE 'S'.
       01  W-STOCK-DISP     PIC X VALUE 'N'.
           88 STOCK-DISPONIBLE       VALUE 'S'.
       01  W-PROVEEDOR      PIC X(4).
       01  W-TOTAL          PIC S9(11)V99 VALUE 0.
       01  W-MEDIA          PIC S9(9)V99 VALUE 0.
       01  W-PICO           PIC S9(9)V99 VALUE 0.
       01  W-DIARIO         PIC S9(9)V9999 VALUE 0.
       01  W-SEGURIDAD      PIC S9(9)V99 VALUE 0.
       77  W-PLAZO          PIC 9(3) VALUE 0.
       01  W-PLAZO-ORIGEN   PIC X VALUE SPACE.
       01  W-MINIMO-ANT     PIC 9(7)V99 VALUE 0.
       01  W-MINIMO-NUEVO   PIC 9(7)V99 VALUE 0.
       01  W-CANT-ANT       PIC 9(7)V99 VALUE 0.
       01  W-CANT-NUEVA     PIC 9(7)V99 VALUE 0.
       01  W-CANT-PLAZO     PIC 9(7)V99 VALUE 0.
       01  W-MOTIVO         PIC X(26).
       01  W-DIAS-ENTREGA   PIC S9(7) VALUE 0.
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
       77  W-CNT-PROPUESTOS    PIC 9(7) VALUE 0.
       77  W-CNT-CAMBIOS       PIC 9(7) VALUE 0.
       77  W-CNT-PLAZO-DEFECTO PIC 9(7) VALUE 0.
       77  W-CNT-ENTREGAS      PIC 9(7) VALUE 0.
      * FECHAS: DIA ABSOLUTO PARA RESTAR FECHAS, SIN FUNCIONES
      * INTRINSECAS.
       01  W-FD.
           03 W-FD-AAAA     PIC 9(4).
           03 W-FD-MM       PIC 99.
           03 W-FD-DD       PIC 99.
       01  W-FD-N REDEFINES W-FD PIC 9(8).
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
       77  W-DIA-RECEPCION PIC 9(7) COMP VALUE 0.
       01  WFECHA-HOY        PIC 9(8).
       01  WHORA-HOY         PIC 9(6).
       77  FE       PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(33)
              VALUE 'PROPUESTA DE REPOSICION MES     '.
           03 S-MES-TIT      PIC X(6).
           03 FILLER PIC X(9)  VALUE '  MESES: '.
           03 S-MESES-TIT    PIC z9.
           03 FILLER PIC X(10) VALUE '  FACTOR: '.
           03 S-FACTOR-TIT   PIC 9,99.
           03 FILLER PIC X(19) VALUE '  PLAZO POR DEFECTO'.
           03 FILLER PIC X(2)  VALUE ': '.
           03 S-PLAZO-TIT    PIC zz9.
       01  CABECERA2.
           03 FILLER PIC X(4)   VALUE 'PROD'.
           03 FILLER PIC X(1)   VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'NOMBRE    '.
           03 FILLER PIC X(1)   VALUE SPACES.
           03 FILLER PIC X(4)   VALUE 'PROV'.
           03 FILLER PIC X(1)   VALUE SPACES.
           03 FILLER PIC X(11)  VALUE ' MEDIA MES '.
           03 FILLER PIC X(11)  VALUE '  MES PICO '.
           03 FILLER PIC X(5)   VALUE 'PLAZO'.
           03 FILLER PIC X(11)  VALUE ' MIN.ACTUAL'.
           03 FILLER PIC X(11)  VALUE '  MIN.NUEVO'.
           03 FILLER PIC X(11)  VALUE ' PED.ACTUAL'.
           03 FILLER PIC X(11)  VALUE '  PED.NUEVO'.
           03 FILLER PIC X(1)   VALUE SPACES.
           03 FILLER PIC X(26)  VALUE 'MOTIVO'.
       01  CABECERA3.
           03 S-idproducto   PIC X(4).
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-NomProducto  PIC X(10).
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-proveedor    PIC X(4).
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-media        PIC zzzzzz9,99.
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-pico         PIC zzzzzz9,99.
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-plazo        PIC zz9.
           03 S-plazo-origen PIC X.
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-minimo-ant   PIC zzzzzz9,99.
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-minimo-nuevo PIC zzzzzz9,99.
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-cant-ant     PIC zzzzzz9,99.
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-cant-nueva   PIC zzzzzz9,99.
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-motivo       PIC X(26).
       01  CABECERA4.
           03 FILLER          PIC X(12) VALUE 'PROPUESTOS: '.
           03 S-CNT-PRO       PIC zzzzz9.
           03 FILLER          PIC X(13) VALUE '  CON CAMBIO:'.
           03 S-CNT-CAM       PIC zzzzz9.
           03 FILLER          PIC X(28)
              VALUE '  PLAZO POR DEFECTO (*):    '.
           03 S-CNT-DEF       PIC zzzzz9.
           03 FILLER          PIC X(22) VALUE '  ENTREGAS MEDIDAS:   '.
           03 S-CNT-ENT       PIC zzzzz9.
       01  CABECERA5.
           03 FILLER PIC X(30) VALUE
              'APROBAR EN NAT-REPOSICION.APR '.
           03 FILLER PIC X(30) VALUE
              'CON LINEAS AAAAMM;PRODUCTO    '.

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           PERFORM LEER-PARAMETROS
           IF W-MES-CIERRE = SPACES OR W-MES-CIERRE NOT NUMERIC
               DISPLAY 'REPOSIC SIN MES DE CIERRE VALIDO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTORICO
           IF WS-FS-HISTORICO NOT = '00'
               DISPLAY 'REPOSIC SIN HISTORICO DE VENTAS FS='
                   WS-FS-HISTORICO
               MOVE 8 TO RETURN-CODE
               CLOSE HISTORICO
               STOP RUN
           END-IF
           OPEN INPUT STOCK
           IF WS-FS-STOCK = '00'
               SET STOCK-DISPONIBLE TO TRUE
           END-IF
           OPEN INPUT STOCKDEL
           IF WS-FS-SDEL = '00'
               SET STOCK-DELEG-DISPONIBLE TO TRUE
           END-IF
           OPEN INPUT PRODUCTOS
           COMPUTE W-ABS-FIN = W-CIERRE-ANO * 12 + W-CIERRE-MES - 1
           COMPUTE W-ABS-INICIO = W-ABS-FIN - W-MESES + 1
           DIVIDE W-ABS-INICIO BY 12 GIVING W-INICIO-ANO
               REMAINDER W-INICIO-MES
           ADD 1 TO W-INICIO-MES
           INITIALIZE TABLA-CONSUMO
           PERFORM CARGAR-CONSUMOS
           PERFORM CARGAR-PLAZOS
           OPEN OUTPUT SALIDA PROPUESTA
           MOVE W-MES-CIERRE    TO S-MES-TIT
           MOVE W-MESES         TO S-MESES-TIT
           MOVE W-FACTOR        TO S-FACTOR-TIT
           MOVE W-PLAZO-DEFECTO TO S-PLAZO-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           PERFORM RECORRER-PRODUCTOS
           MOVE W-CNT-PROPUESTOS    TO S-CNT-PRO
           MOVE W-CNT-CAMBIOS       TO S-CNT-CAM
           MOVE W-CNT-PLAZO-DEFECTO TO S-CNT-DEF
           MOVE W-CNT-ENTREGAS      TO S-CNT-ENT
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE
           WRITE REG-SALIDA FROM CABECERA5 END-WRITE
           PERFORM GRABAR-AUDITORIA
           IF STOCK-DISPONIBLE
               CLOSE STOCK
           END-IF
           IF STOCK-DELEG-DISPONIBLE
               CLOSE STOCKDEL
           END-IF
           CLOSE HISTORICO PRODUCTOS SALIDA PROPUESTA
           IF TABLA-DESBORDADA
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT MESCIERRE
           IF WS-FS-MES = '00'
               READ MESCIERRE AT END MOVE SPACES TO REG-MESCIERRE
               END-READ
               MOVE PAR-MES-CIERRE TO W-MES-CIERRE
               CLOSE MESCIERRE
           END-IF
           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   AT END MOVE SPACES TO REG-PARAMETROS
               END-READ
               IF PAR-MESES IS NUMERIC
                   IF PAR-MESES > '00' AND PAR-MESES NOT > '24'
                       MOVE PAR-MESES TO W-MESES
                   END-IF
               END-IF
               IF PAR-FACTOR-E IS NUMERIC AND PAR-FACTOR-D IS NUMERIC
                   MOVE PAR-FACTOR-E TO W-FACTOR-E
                   MOVE PAR-FACTOR-D TO W-FACTOR-D
               END-IF
               IF PAR-PLAZO IS NUMERIC
                   MOVE PAR-PLAZO TO W-PLAZO-DEFECTO
               END-IF
               CLOSE PARAMETROS
           END-IF.

      * KILOS VENDIDOS POR PRODUCTO Y MES DE LA VENTANA, SUMANDO
      * TODOS LOS VENDEDORES.
       CARGAR-CONSUMOS.
           MOVE LOW-VALUES   TO HM-CLAVE
           MOVE W-MES-INICIO TO HM-anomes
           MOVE 0 TO FE
           START HISTORICO KEY IS NOT < HM-CLAVE
               INVALID KEY MOVE 1 TO FE
           END-START
           PERFORM UNTIL FE = 1
               READ HISTORICO NEXT RECORD
                   AT END MOVE 1 TO FE
               END-READ
               IF FE = 0
                   IF HM-anomes > W-MES-CIERRE
                       MOVE 1 TO FE
                   ELSE
                       ADD 1 TO W-CNT-LEIDOS
                       MOVE HM-cod-producto TO W-COD-PROD
                       inspect W-COD-PROD replacing all ' ' by '0'
                       IF W-COD-PROD NUMERIC AND HM-anomes NUMERIC
                          AND HM-kilos NUMERIC
                           COMPUTE W-ABS-MES = HM-ano * 12 + HM-mes - 1
                           COMPUTE W-SUB-MES = W-ABS-MES
                                             - W-ABS-INICIO + 1
                           COMPUTE W-SUB-PROD = W-COD-PROD-N + 1
                           ADD HM-kilos
                               TO TK-MES(W-SUB-PROD, W-SUB-MES)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * DIAS DE CADA ENTREGA RECIBIDA EN LA VENTANA, POR PROVEEDOR.
       CARGAR-PLAZOS.
           OPEN INPUT PLAZOS
           IF WS-FS-HIS NOT = '00'
               CLOSE PLAZOS
           ELSE
               MOVE 0 TO FE
               READ PLAZOS AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   ADD 1 TO W-CNT-LEIDOS
                   IF PZ-fecha-pedido NUMERIC
                      AND PZ-fecha-recepcion NUMERIC
                      AND PZ-fecha-pedido > 0
                      AND PZ-proveedor NOT = SPACES
                       PERFORM MEDIR-ENTREGA
                   END-IF
                   READ PLAZOS AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE PLAZOS
           END-IF.

       MEDIR-ENTREGA.
           MOVE PZ-fecha-recepcion TO W-FD-N
           COMPUTE W-ABS-MES = W-FD-AAAA * 12 + W-FD-MM - 1
           IF W-ABS-MES NOT < W-ABS-INICIO
              AND W-ABS-MES NOT > W-ABS-FIN
               PERFORM CALCULAR-DIA-ABSOLUTO
               MOVE PZ-fecha-pedido TO W-FD-N
               MOVE W-DIA-ABS TO W-DIA-RECEPCION
               PERFORM CALCULAR-DIA-ABSOLUTO
               COMPUTE W-DIAS-ENTREGA = W-DIA-RECEPCION - W-DIA-ABS
               IF W-DIAS-ENTREGA NOT < 0
                   MOVE PZ-proveedor TO W-PROVEEDOR
                   PERFORM BUSCAR-PROVEEDOR
                   IF NOT PROVEEDOR-EN-TABLA
                       IF W-NUM-PROV < 500
                           ADD 1 TO W-NUM-PROV
                           SET IX-PRV TO W-NUM-PROV
                           MOVE W-PROVEEDOR TO TZ-PROVEEDOR(IX-PRV)
                           MOVE 0 TO TZ-DIAS(IX-PRV)
                                     TZ-ENTREGAS(IX-PRV)
                           SET PROVEEDOR-EN-TABLA TO TRUE
                       ELSE
                           SET TABLA-DESBORDADA TO TRUE
                       END-IF
                   END-IF
                   IF PROVEEDOR-EN-TABLA
                       ADD W-DIAS-ENTREGA TO TZ-DIAS(IX-PRV)
                       ADD 1 TO TZ-ENTREGAS(IX-PRV)
                       ADD 1 TO W-CNT-ENTREGAS
                   END-IF
               END-IF
           END-IF.

       BUSCAR-PROVEEDOR.
           MOVE 'N' TO W-ENCONTRADO
           SET IX-PRV TO 1
           SEARCH TZ-FILA
               AT END
                   CONTINUE
               WHEN IX-PRV > W-NUM-PROV
                   CONTINUE
               WHEN TZ-PROVEEDOR(IX-PRV) = W-PROVEEDOR
                   SET PROVEEDOR-EN-TABLA TO TRUE
           END-SEARCH.

       RECORRER-PRODUCTOS.
           MOVE LOW-VALUES TO P-idproducto
           MOVE 0 TO FE
           START PRODUCTOS KEY IS NOT < P-idproducto
               INVALID KEY MOVE 1 TO FE
           END-START
           PERFORM UNTIL FE = 1
               READ PRODUCTOS NEXT RECORD
                   AT END MOVE 1 TO FE
               END-READ
               IF FE = 0
                   MOVE SPACES TO W-COD-PROD
                   unstring P-idproducto delimited by ' '
                       into W-COD-PROD
                   end-unstring
                   inspect W-COD-PROD replacing all ' ' by '0'
                   IF W-COD-PROD NUMERIC
                       PERFORM PROPONER-PRODUCTO
                   END-IF
               END-IF
           END-PERFORM.

       PROPONER-PRODUCTO.
           COMPUTE W-SUB-PROD = W-COD-PROD-N + 1
           MOVE 0 TO W-TOTAL W-PICO
           PERFORM VARYING W-SUB-MES FROM 1 BY 1
                   UNTIL W-SUB-MES > W-MESES
               ADD TK-MES(W-SUB-PROD, W-SUB-MES) TO W-TOTAL
               IF TK-MES(W-SUB-PROD, W-SUB-MES) > W-PICO
                   MOVE TK-MES(W-SUB-PROD, W-SUB-MES) TO W-PICO
               END-IF
           END-PERFORM
           COMPUTE W-MEDIA ROUNDED = W-TOTAL / W-MESES
           PERFORM VALORES-EN-VIGOR
           PERFORM PLAZO-PROVEEDOR
           IF W-TOTAL NOT > 0
               MOVE 0 TO W-MINIMO-NUEVO W-CANT-NUEVA
           ELSE
               COMPUTE W-DIARIO ROUNDED = W-MEDIA / 30
               COMPUTE W-SEGURIDAD ROUNDED =
                   W-FACTOR * (W-PICO - W-MEDIA) / 30 * W-PLAZO
               COMPUTE W-MINIMO-NUEVO ROUNDED =
                   W-DIARIO * W-PLAZO + W-SEGURIDAD
               MOVE W-MEDIA TO W-CANT-NUEVA
               COMPUTE W-CANT-PLAZO ROUNDED = W-DIARIO * W-PLAZO
               IF W-CANT-NUEVA < W-CANT-PLAZO
                   MOVE W-CANT-PLAZO TO W-CANT-NUEVA
               END-IF
           END-IF
      *    SIN CONSUMO Y SIN MINIMO EN VIGOR NO HAY NADA QUE PROPONER
           IF W-TOTAL > 0 OR W-MINIMO-ANT > 0 OR W-CANT-ANT > 0
               PERFORM ELEGIR-MOTIVO
               PERFORM IMPRIMIR-PROPUESTA
           END-IF.

      * MINIMO Y CANTIDAD EN VIGOR: LOS DEL ALMACEN GENERAL, QUE SON
      * LOS DE LAS LINEAS DE NAT-STOCK.MIN SIN DELEGACION.
       VALORES-EN-VIGOR.
           MOVE 0      TO W-MINIMO-ANT W-CANT-ANT
           MOVE SPACES TO W-PROVEEDOR
           IF STOCK-DISPONIBLE
               MOVE P-idproducto TO ST-idproducto
               READ STOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ST-minimo    TO W-MINIMO-ANT
                       MOVE ST-proveedor TO W-PROVEEDOR
               END-READ
           END-IF
           IF STOCK-DELEG-DISPONIBLE
               MOVE P-idproducto TO SD-idproducto
               MOVE SPACES       TO SD-delegacion
               READ STOCKDEL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SD-minimo          TO W-MINIMO-ANT
                       MOVE SD-cantidad-pedido TO W-CANT-ANT
               END-READ
           END-IF.

      * PLAZO MEDIO REAL DEL PROVEEDOR HABITUAL; SIN ENTREGAS EN LA
      * VENTANA, EL DEL PARAMETRO (MARCADO CON * EN EL LISTADO).
       PLAZO-PROVEEDOR.
           MOVE W-PLAZO-DEFECTO TO W-PLAZO
           MOVE '*' TO W-PLAZO-ORIGEN
           IF W-PROVEEDOR NOT = SPACES
               PERFORM BUSCAR-PROVEEDOR
               IF PROVEEDOR-EN-TABLA
                   IF TZ-ENTREGAS(IX-PRV) > 0
                       COMPUTE W-PLAZO ROUNDED =
                           TZ-DIAS(IX-PRV) / TZ-ENTREGAS(IX-PRV)
                       MOVE SPACE TO W-PLAZO-ORIGEN
                   END-IF
               END-IF
           END-IF.

       ELEGIR-MOTIVO.
           EVALUATE TRUE
               WHEN W-MINIMO-NUEVO = W-MINIMO-ANT
                AND W-CANT-NUEVA = W-CANT-ANT
                   MOVE 'SIN CAMBIO' TO W-MOTIVO
               WHEN W-TOTAL NOT > 0
                   MOVE 'SIN CONSUMO EN EL PERIODO' TO W-MOTIVO
               WHEN W-MINIMO-ANT = 0
                   MOVE 'SIN MINIMO EN VIGOR' TO W-MOTIVO
               WHEN W-MINIMO-NUEVO > W-MINIMO-ANT
                AND W-PICO NOT < W-MEDIA * 2
                   MOVE 'SUBE: CONSUMO ESTACIONAL' TO W-MOTIVO
               WHEN W-MINIMO-NUEVO > W-MINIMO-ANT
                   MOVE 'SUBE: MAS CONSUMO O PLAZO' TO W-MOTIVO
               WHEN W-MINIMO-NUEVO < W-MINIMO-ANT
                   MOVE 'BAJA: MENOS CONSUMO/PLAZO' TO W-MOTIVO
               WHEN OTHER
                   MOVE 'CAMBIA CANTIDAD DE PEDIDO' TO W-MOTIVO
           END-EVALUATE.

       IMPRIMIR-PROPUESTA.
           ADD 1 TO W-CNT-PROPUESTOS
           IF W-MOTIVO NOT = 'SIN CAMBIO'
               ADD 1 TO W-CNT-CAMBIOS
           END-IF
           IF W-PLAZO-ORIGEN = '*'
               ADD 1 TO W-CNT-PLAZO-DEFECTO
           END-IF
           MOVE P-idproducto    TO S-idproducto
           MOVE P-NomProducto   TO S-NomProducto
           MOVE W-PROVEEDOR     TO S-proveedor
           MOVE W-MEDIA         TO S-media
           MOVE W-PICO          TO S-pico
           MOVE W-PLAZO         TO S-plazo
           MOVE W-PLAZO-ORIGEN  TO S-plazo-origen
           MOVE W-MINIMO-ANT    TO S-minimo-ant
           MOVE W-MINIMO-NUEVO  TO S-minimo-nuevo
           MOVE W-CANT-ANT      TO S-cant-ant
           MOVE W-CANT-NUEVA    TO S-cant-nueva
           MOVE W-MOTIVO        TO S-motivo
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE
           MOVE W-MES-CIERRE    TO PR-anomes
           MOVE P-idproducto    TO PR-idproducto
           MOVE W-MINIMO-ANT    TO PR-minimo-ant
           MOVE W-MINIMO-NUEVO  TO PR-minimo-nuevo
           MOVE W-CANT-ANT      TO PR-cantidad-ant
           MOVE W-CANT-NUEVA    TO PR-cantidad-nueva
           MOVE W-PROVEEDOR     TO PR-proveedor
           MOVE W-PLAZO         TO PR-plazo
           WRITE REG-PROPUESTA.

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
           MOVE SPACES            TO REG-AUDITORIA
           MOVE 'REPOSIC'         TO AUD-PROGRAMA
           MOVE WFECHA-HOY        TO AUD-FECHA
           MOVE WHORA-HOY         TO AUD-HORA
           MOVE W-CNT-LEIDOS      TO AUD-LEIDOS
           MOVE W-CNT-PROPUESTOS  TO AUD-ESCRITOS
           MOVE 0                 TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.
