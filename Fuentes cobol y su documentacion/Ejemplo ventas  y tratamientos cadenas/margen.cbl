       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEN.
       AUTHOR. J.GAYAN.
      * MARGEN BRUTO DEL MES DE CIERRE SOBRE NAT-VENTAS-VALOR: BASE
      * VENDIDA, COSTE DE LAS VENTAS Y MARGEN (IMPORTE Y %) POR
      * PRODUCTO, GRUPO, VENDEDOR Y DELEGACION, CON TOTAL GENERAL.
      * CADA LINEA SE VALORA AL COSTE MEDIO EN VIGOR EN SU FECHA DE
      * VENTA SEGUN NAT-COSTES.HIS (QUE ALIMENTA STOCKUPD); SIN
      * HISTORIA SE TOMA EL COSTE MEDIO ACTUAL DE NAT-STOCK. LOS
      * ABONOS RESTAN BASE Y COSTE. LAS VENTAS SIN NINGUN COSTE
      * CONOCIDO SE CUENTAN Y DAN RC=4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT entrada ASSIGN TO 'NAT-ventas-valor'
           organization is line sequential
           FILE STATUS IS WS-FS-ENTRADA.
           SELECT productos ASSIGN TO 'NAT-productos'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS P-idproducto
           FILE STATUS IS WS-FS-PRODUCTOS.
           SELECT grupos ASSIGN TO 'NAT-grupos'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS G-idgrupo
           FILE STATUS IS WS-FS-GRUPOS.
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
           SELECT stock ASSIGN TO 'NAT-stock'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-idproducto
           FILE STATUS IS WS-FS-STOCK.
           SELECT costeshis ASSIGN TO 'NAT-costes.his'
           organization is line sequential
           FILE STATUS IS WS-FS-CHI.
           SELECT parametros ASSIGN TO 'NAT-ventames.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PAR.
           SELECT salida  ASSIGN TO 'NAT-salida-margen'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 90 CHARACTERS
           DATA RECORD IS REG-ENTRADA.
      * E-VALOR ES LA BASE NETA, YA APLICADA LA TARIFA DEL CLIENTE.
       01  REG-ENTRADA.
           03 E-cod-vendedor    PIC X(4).
           03 E-cod-producto    PIC XX.
           03 E-fecha-venta     PIC X(8).
           03 E-kilos           PIC X(6).
           03 E-kilos-N REDEFINES E-kilos PIC 9(4)V99.
           03 E-valor           PIC X(11).
           03 E-valor-N REDEFINES E-valor PIC 9(9)V99.
           03 E-cuota           PIC X(11).
           03 E-total           PIC X(11).
           03 E-tipo-mov        PIC X.
           03 E-cod-cliente     PIC X(4).
           03 E-delegacion      PIC X(3).
           03 E-precio-lista    PIC X(6).
           03 E-bruto           PIC X(11).
           03 E-descuento       PIC X(11).
           03 E-origen-tarifa   PIC X.
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
       FD  GRUPOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 22 CHARACTERS
           DATA RECORD IS REG-GRUPO.
       01  REG-GRUPO.
           03 G-idgrupo         PIC X.
           03 G-descripcion     PIC X(20).
           03 G-grupo-comision  PIC X.
       FD  VENDEDORES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 139 CHARACTERS
           DATA RECORD IS REG-VENDEDOR.
       01  REG-VENDEDOR.
           03 V-cod-vendedor      PIC X(4).
           03 V-nombre            PIC X(10).
           03 V-fecha-alta        PIC X(8).
           03 V-NIF               PIC X(10).
           03 V-fecha-nacimiento  PIC X(8).
           03 V-DIRECCION         PIC X(10).
           03 V-POBLACION         PIC X(10).
           03 V-COD-POSTAL        PIC X(10).
           03 V-TELEFONO          PIC X(10).
           03 V-ESTADO            PIC X(12).
           03 V-GUAPO             PIC X.
           03 V-EDAD              PIC 999.
           03 V-ANTIGUEDAD        PIC 999.
           03 V-IBAN              PIC X(24).
           03 V-REF-PAGO          PIC X(16).
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
       FD  COSTESHIS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 21 CHARACTERS
           DATA RECORD IS REG-COSTE-HIS.
       01  REG-COSTE-HIS.
           03 CH-idproducto   PIC X(4).
           03 CH-fecha        PIC 9(8).
           03 CH-coste        PIC 9(5)V9999.
       FD  PARAMETROS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 6 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
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
       01  WS-FS-ENTRADA       PIC XX.
       01  WS-FS-PRODUCTOS     PIC XX.
       01  WS-FS-GRUPOS        PIC XX.
       01  WS-FS-VENDEDORES    PIC XX.
       01  WS-FS-DELEG         PIC XX.
       01  WS-FS-STOCK         PIC XX.
       01  WS-FS-CHI           PIC XX.
       01  WS-FS-PAR           PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  W-GRUPOS-DISP       PIC X VALUE 'N'.
           88 GRUPOS-DISPONIBLE      VALUE 'S'.
       01  W-VEND-DISP         PIC X VALUE 'N'.
           88 VENDEDORES-DISPONIBLE  VALUE 'S'.
       01  W-DELEG-DISP        PIC X VALUE 'N'.
           88 DELEG-DISPONIBLE       VALUE 'S'.
       01  W-STOCK-DISP        PIC X VALUE 'N'.
           88 STOCK-DISPONIBLE       VALUE 'S'.
       01  W-ENCONTRADO PIC X VALUE 'N'.
           88 ENCONTRADO-S VALUE 'S'.
      * HISTORIA DEL COSTE MEDIO EN MEMORIA, EN EL ORDEN EN QUE LA
      * GRABO STOCKUPD (CRONOLOGICO). SOLO SE CARGA LO QUE PUEDE
      * VALER PARA EL MES DE CIERRE: POR PRODUCTO, LA ULTIMA FILA
      * ANTERIOR AL DIA 1 DEL MES (EL COSTE EN VIGOR AL EMPEZARLO)
      * Y LAS FILAS DEL MES. LAS POSTERIORES AL MES NO SE CARGAN.
       01  TABLA-COSTES.
           03 TC-FILA OCCURS 5000 TIMES INDEXED BY IX-CH.
              05 TC-idproducto   PIC X(4).
              05 TC-fecha        PIC 9(8).
              05 TC-coste        PIC 9(5)V9999.
       77  W-NUM-COSTES     PIC 9(4) COMP VALUE 0.
       01  W-COSTES-DESB    PIC X VALUE 'N'.
           88 COSTES-DESBORDADA      VALUE 'S'.
       77  FE-CHI   PIC 9    VALUE 0.
       01  W-COSTE-DESDE-G.
           03 W-CD-MES      PIC X(6).
           03 W-CD-DIA      PIC 99 VALUE 1.
       01  W-COSTE-DESDE REDEFINES W-COSTE-DESDE-G PIC 9(8).
       01  W-COSTE-HASTA-G.
           03 W-CH-MES      PIC X(6).
           03 W-CH-DIA      PIC 99 VALUE 31.
       01  W-COSTE-HASTA REDEFINES W-COSTE-HASTA-G PIC 9(8).
       77  W-POS-CH         PIC 9(4) COMP VALUE 0.
      * ACUMULADOS DEL MES (KILOS, BASE Y COSTE, CON SIGNO). EL
      * PRODUCTO ES DE DOS CIFRAS Y EL GRUPO DE UNA: SE INDEXAN POR
      * SU CODIGO. VENDEDORES Y DELEGACIONES SE BUSCAN EN TABLA.
       01  TABLA-PRODUCTOS.
           03 TP-FILA OCCURS 100 TIMES.
              05 TP-USADO        PIC X.
              05 TP-KILOS        PIC S9(11)V99.
              05 TP-BASE         PIC S9(11)V99.
              05 TP-COSTE        PIC S9(11)V99.
       01  TABLA-GRUPOS.
           03 TG-FILA OCCURS 11 TIMES.
              05 TG-USADO        PIC X.
              05 TG-KILOS        PIC S9(11)V99.
              05 TG-BASE         PIC S9(11)V99.
              05 TG-COSTE        PIC S9(11)V99.
       01  TABLA-VENDEDORES.
           03 TV-FILA OCCURS 500 TIMES INDEXED BY IX-VEN.
              05 TV-CODIGO       PIC X(4).
              05 TV-KILOS        PIC S9(11)V99.
              05 TV-BASE         PIC S9(11)V99.
              05 TV-COSTE        PIC S9(11)V99.
       77  W-NUM-VEND       PIC 9(4) COMP VALUE 0.
       01  TABLA-DELEG.
           03 TD-FILA OCCURS 50 TIMES INDEXED BY IX-DEL.
              05 TD-CODIGO       PIC X(3).
              05 TD-KILOS        PIC S9(11)V99.
              05 TD-BASE         PIC S9(11)V99.
              05 TD-COSTE        PIC S9(11)V99.
       77  W-NUM-DELEG      PIC 9(4) COMP VALUE 0.
       01  W-TABLA-DESB     PIC X VALUE 'N'.
           88 TABLA-DESBORDADA       VALUE 'S'.
       77  W-SUB            PIC 9(4) COMP VALUE 0.
       01  W-PROD-SUB       PIC 99 VALUE 0.
       01  W-GRUPO-SUB      PIC 9 VALUE 0.
       01  W-IDPRODUCTO-CLAVE  PIC X(4).
       01  W-DEL-CLAVE      PIC X(3).
       01  W-COSTE-UNIT     PIC 9(5)V9999 VALUE 0.
       01  W-HAY-COSTE      PIC X VALUE 'N'.
           88 COSTE-HALLADO          VALUE 'S'.
       01  W-PRIMER-COSTE   PIC 9(5)V9999 VALUE 0.
       01  W-HAY-PRIMERO    PIC X VALUE 'N'.
           88 HAY-PRIMER-COSTE       VALUE 'S'.
       01  W-KILOS          PIC S9(7)V99 VALUE 0.
       01  W-BASE           PIC S9(11)V99 VALUE 0.
       01  W-COSTE          PIC S9(11)V99 VALUE 0.
       01  W-MARGEN         PIC S9(11)V99 VALUE 0.
       01  W-PCT            PIC S9(5)V99 VALUE 0.
       01  W-TOT-KILOS      PIC S9(11)V99 VALUE 0.
       01  W-TOT-BASE       PIC S9(11)V99 VALUE 0.
       01  W-TOT-COSTE      PIC S9(11)V99 VALUE 0.
      * LINEA DE IMPRESION COMUN A LAS CUATRO SECCIONES
       01  W-IMP-KILOS      PIC S9(11)V99 VALUE 0.
       01  W-IMP-BASE       PIC S9(11)V99 VALUE 0.
       01  W-IMP-COSTE      PIC S9(11)V99 VALUE 0.
       01  W-MES-CIERRE     PIC X(6) VALUE SPACES.
       77  W-CNT-LEIDOS     PIC 9(7) VALUE 0.
       77  W-CNT-MES        PIC 9(7) VALUE 0.
       77  W-CNT-SIN-COSTE  PIC 9(7) VALUE 0.
       77  W-CNT-RECHAZADOS PIC 9(7) VALUE 0.
       01  WFECHA-HOY       PIC 9(8).
       01  WHORA-HOY        PIC 9(6).
       77  FE       PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(34)
              VALUE 'MARGEN BRUTO DEL MES              '.
           03 S-MES-TIT  PIC X(6).
       01  CABECERA2.
           03 FILLER PIC X(20)  VALUE SPACES.
           03 S-seccion      PIC X(20).
       01  CABECERA3.
           03 FILLER PIC X(5)   VALUE 'CLAVE'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20)  VALUE 'NOMBRE'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(13)  VALUE '       KILOS '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(13)  VALUE ' BASE VENTAS '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(13)  VALUE 'COSTE VENTAS '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(13)  VALUE '      MARGEN '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9)   VALUE ' % MARGEN'.
       01  CABECERA4.
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-clave        PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-nombre       PIC X(20).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-kilos        PIC -z.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-base         PIC -z.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-coste        PIC -z.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-margen       PIC -z.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-pct          PIC -zzzz9,99.
       01  CABECERA5.
           03 FILLER         PIC X(24)
              VALUE 'VENTAS SIN COSTE MEDIO: '.
           03 S-CNT-SIN-COSTE PIC zzzzz9.
           03 FILLER         PIC X(22)
              VALUE '  LINEAS RECHAZADAS: '.
           03 S-CNT-RECH     PIC zzzzz9.

       PROCEDURE DIVISION.
       ABRIR.
           PERFORM LEER-PARAMETROS
           IF W-MES-CIERRE = SPACES OR W-MES-CIERRE NOT NUMERIC
               DISPLAY 'MARGEN SIN MES DE CIERRE VALIDO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-COSTES
           IF COSTES-DESBORDADA
               DISPLAY 'MARGEN HISTORIA DE COSTES DESBORDADA (5000)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ENTRADA
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'MARGEN SIN NAT-VENTAS-VALOR FS='
                   WS-FS-ENTRADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PRODUCTOS
           OPEN INPUT GRUPOS
           IF WS-FS-GRUPOS = '00'
               SET GRUPOS-DISPONIBLE TO TRUE
           END-IF
           OPEN INPUT VENDEDORES
           IF WS-FS-VENDEDORES = '00'
               SET VENDEDORES-DISPONIBLE TO TRUE
           END-IF
           OPEN INPUT DELEGACIONES
           IF WS-FS-DELEG = '00'
               SET DELEG-DISPONIBLE TO TRUE
           END-IF
           OPEN INPUT STOCK
           IF WS-FS-STOCK = '00'
               SET STOCK-DISPONIBLE TO TRUE
           END-IF
           PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > 100
               MOVE 'N' TO TP-USADO(W-SUB)
               MOVE 0 TO TP-KILOS(W-SUB) TP-BASE(W-SUB)
                         TP-COSTE(W-SUB)
           END-PERFORM
           PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > 11
               MOVE 'N' TO TG-USADO(W-SUB)
               MOVE 0 TO TG-KILOS(W-SUB) TG-BASE(W-SUB)
                         TG-COSTE(W-SUB)
           END-PERFORM
           READ ENTRADA AT END MOVE 1 TO FE END-READ
           PERFORM UNTIL FE = 1
               ADD 1 TO W-CNT-LEIDOS
               IF E-fecha-venta(1:6) = W-MES-CIERRE
                   PERFORM ACUMULAR-VENTA
               END-IF
               READ ENTRADA AT END MOVE 1 TO FE END-READ
           END-PERFORM
           IF TABLA-DESBORDADA
               DISPLAY 'MARGEN TABLA DE VENDEDORES (500) O DE '
                   'DELEGACIONES (50) DESBORDADA'
               MOVE 8 TO RETURN-CODE
               CLOSE ENTRADA PRODUCTOS
               STOP RUN
           END-IF
           OPEN OUTPUT SALIDA
           MOVE W-MES-CIERRE TO S-MES-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           PERFORM IMPRIMIR-PRODUCTOS
           PERFORM IMPRIMIR-GRUPOS
           PERFORM IMPRIMIR-VENDEDORES
           PERFORM IMPRIMIR-DELEGACIONES
           PERFORM IMPRIMIR-TOTAL
           PERFORM GRABAR-AUDITORIA
           IF GRUPOS-DISPONIBLE
               CLOSE GRUPOS
           END-IF
           IF VENDEDORES-DISPONIBLE
               CLOSE VENDEDORES
           END-IF
           IF DELEG-DISPONIBLE
               CLOSE DELEGACIONES
           END-IF
           IF STOCK-DISPONIBLE
               CLOSE STOCK
           END-IF
           CLOSE ENTRADA PRODUCTOS SALIDA
           IF W-CNT-SIN-COSTE > 0 OR W-CNT-RECHAZADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS AT END MOVE SPACES TO REG-PARAMETROS
               END-READ
               MOVE PAR-MES-CIERRE TO W-MES-CIERRE
               CLOSE PARAMETROS
           END-IF.

       CARGAR-COSTES.
           MOVE 0 TO W-NUM-COSTES
           MOVE W-MES-CIERRE TO W-CD-MES W-CH-MES
           OPEN INPUT COSTESHIS
           IF WS-FS-CHI = '00'
               READ COSTESHIS AT END MOVE 1 TO FE-CHI END-READ
               PERFORM UNTIL FE-CHI = 1
                   IF CH-coste NUMERIC AND CH-fecha NUMERIC
                      AND CH-fecha NOT > W-COSTE-HASTA
                       PERFORM GUARDAR-COSTE
                   END-IF
                   READ COSTESHIS AT END MOVE 1 TO FE-CHI END-READ
               END-PERFORM
               CLOSE COSTESHIS
           END-IF.

      * UNA FILA ANTERIOR AL MES PISA LA QUE YA HUBIERA DEL MISMO
      * PRODUCTO ANTERIOR AL MES; LAS DEL MES SE ANADEN TODAS.
       GUARDAR-COSTE.
           MOVE 0 TO W-POS-CH
           IF CH-fecha < W-COSTE-DESDE
               PERFORM VARYING IX-CH FROM 1 BY 1
                       UNTIL IX-CH > W-NUM-COSTES OR W-POS-CH > 0
                   IF TC-idproducto(IX-CH) = CH-idproducto AND
                      TC-fecha(IX-CH) < W-COSTE-DESDE
                       SET W-POS-CH TO IX-CH
                   END-IF
               END-PERFORM
           END-IF
           IF W-POS-CH = 0
               IF W-NUM-COSTES < 5000
                   ADD 1 TO W-NUM-COSTES
                   MOVE W-NUM-COSTES TO W-POS-CH
               ELSE
                   SET COSTES-DESBORDADA TO TRUE
               END-IF
           END-IF
           IF W-POS-CH > 0
               MOVE CH-idproducto TO TC-idproducto(W-POS-CH)
               MOVE CH-fecha      TO TC-fecha(W-POS-CH)
               MOVE CH-coste      TO TC-coste(W-POS-CH)
           END-IF.

       ACUMULAR-VENTA.
           IF E-cod-producto NOT NUMERIC OR E-kilos NOT NUMERIC
              OR E-valor NOT NUMERIC
               ADD 1 TO W-CNT-RECHAZADOS
           ELSE
               ADD 1 TO W-CNT-MES
               PERFORM BUSCAR-COSTE
               IF E-tipo-mov = 'A'
                   COMPUTE W-KILOS = 0 - E-kilos-N
                   COMPUTE W-BASE  = 0 - E-valor-N
                   COMPUTE W-COSTE ROUNDED =
                       0 - E-kilos-N * W-COSTE-UNIT
               ELSE
                   MOVE E-kilos-N TO W-KILOS
                   MOVE E-valor-N TO W-BASE
                   COMPUTE W-COSTE ROUNDED =
                       E-kilos-N * W-COSTE-UNIT
               END-IF
               ADD W-KILOS TO W-TOT-KILOS
               ADD W-BASE  TO W-TOT-BASE
               ADD W-COSTE TO W-TOT-COSTE
               MOVE E-cod-producto TO W-PROD-SUB
               MOVE 'S' TO TP-USADO(W-PROD-SUB + 1)
               ADD W-KILOS TO TP-KILOS(W-PROD-SUB + 1)
               ADD W-BASE  TO TP-BASE(W-PROD-SUB + 1)
               ADD W-COSTE TO TP-COSTE(W-PROD-SUB + 1)
               PERFORM ACUMULAR-GRUPO
               PERFORM ACUMULAR-VENDEDOR
               PERFORM ACUMULAR-DELEGACION
           END-IF.

      * COSTE EN VIGOR EN LA FECHA DE VENTA: LA ULTIMA FILA DE LA
      * HISTORIA DEL PRODUCTO CON FECHA <= FECHA DE VENTA. UNA VENTA
      * ANTERIOR A LA PRIMERA FILA TOMA LA PRIMERA; UN PRODUCTO SIN
      * HISTORIA, EL COSTE MEDIO ACTUAL DE NAT-STOCK.
       BUSCAR-COSTE.
           MOVE SPACES TO W-IDPRODUCTO-CLAVE
           MOVE E-cod-producto TO W-IDPRODUCTO-CLAVE
           MOVE 0 TO W-COSTE-UNIT W-PRIMER-COSTE
           MOVE 'N' TO W-HAY-COSTE W-HAY-PRIMERO
           PERFORM VARYING IX-CH FROM 1 BY 1
                   UNTIL IX-CH > W-NUM-COSTES
               IF TC-idproducto(IX-CH) = W-IDPRODUCTO-CLAVE
                   IF NOT HAY-PRIMER-COSTE
                       MOVE TC-coste(IX-CH) TO W-PRIMER-COSTE
                       SET HAY-PRIMER-COSTE TO TRUE
                   END-IF
                   IF TC-fecha(IX-CH) <= E-fecha-venta
                       MOVE TC-coste(IX-CH) TO W-COSTE-UNIT
                       SET COSTE-HALLADO TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT COSTE-HALLADO AND HAY-PRIMER-COSTE
               MOVE W-PRIMER-COSTE TO W-COSTE-UNIT
               SET COSTE-HALLADO TO TRUE
           END-IF
           IF NOT COSTE-HALLADO AND STOCK-DISPONIBLE
               MOVE W-IDPRODUCTO-CLAVE TO ST-idproducto
               READ STOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ST-coste-medio TO W-COSTE-UNIT
               END-READ
           END-IF
           IF W-COSTE-UNIT = 0
               ADD 1 TO W-CNT-SIN-COSTE
           END-IF.

       ACUMULAR-GRUPO.
           MOVE SPACES TO P-IdGrupo
           MOVE W-IDPRODUCTO-CLAVE TO P-idproducto
           READ PRODUCTOS
               INVALID KEY
                   MOVE SPACES TO P-IdGrupo
           END-READ
      *    LA FILA 11 RECOGE LOS PRODUCTOS SIN GRUPO VALIDO
           IF P-IdGrupo NUMERIC
               MOVE P-IdGrupo TO W-GRUPO-SUB
               COMPUTE W-SUB = W-GRUPO-SUB + 1
           ELSE
               MOVE 11 TO W-SUB
           END-IF
           MOVE 'S' TO TG-USADO(W-SUB)
           ADD W-KILOS TO TG-KILOS(W-SUB)
           ADD W-BASE  TO TG-BASE(W-SUB)
           ADD W-COSTE TO TG-COSTE(W-SUB).

       ACUMULAR-VENDEDOR.
           MOVE 'N' TO W-ENCONTRADO
           PERFORM VARYING IX-VEN FROM 1 BY 1
                   UNTIL IX-VEN > W-NUM-VEND OR ENCONTRADO-S
               IF TV-CODIGO(IX-VEN) = E-cod-vendedor
                   ADD W-KILOS TO TV-KILOS(IX-VEN)
                   ADD W-BASE  TO TV-BASE(IX-VEN)
                   ADD W-COSTE TO TV-COSTE(IX-VEN)
                   MOVE 'S' TO W-ENCONTRADO
               END-IF
           END-PERFORM
           IF NOT ENCONTRADO-S
               IF W-NUM-VEND < 500
                   ADD 1 TO W-NUM-VEND
                   MOVE E-cod-vendedor TO TV-CODIGO(W-NUM-VEND)
                   MOVE W-KILOS TO TV-KILOS(W-NUM-VEND)
                   MOVE W-BASE  TO TV-BASE(W-NUM-VEND)
                   MOVE W-COSTE TO TV-COSTE(W-NUM-VEND)
               ELSE
                   SET TABLA-DESBORDADA TO TRUE
               END-IF
           END-IF.

       ACUMULAR-DELEGACION.
           IF E-delegacion = SPACES
               MOVE '---' TO W-DEL-CLAVE
           ELSE
               MOVE E-delegacion TO W-DEL-CLAVE
           END-IF
           MOVE 'N' TO W-ENCONTRADO
           PERFORM VARYING IX-DEL FROM 1 BY 1
                   UNTIL IX-DEL > W-NUM-DELEG OR ENCONTRADO-S
               IF TD-CODIGO(IX-DEL) = W-DEL-CLAVE
                   ADD W-KILOS TO TD-KILOS(IX-DEL)
                   ADD W-BASE  TO TD-BASE(IX-DEL)
                   ADD W-COSTE TO TD-COSTE(IX-DEL)
                   MOVE 'S' TO W-ENCONTRADO
               END-IF
           END-PERFORM
           IF NOT ENCONTRADO-S
               IF W-NUM-DELEG < 50
                   ADD 1 TO W-NUM-DELEG
                   MOVE W-DEL-CLAVE TO TD-CODIGO(W-NUM-DELEG)
                   MOVE W-KILOS TO TD-KILOS(W-NUM-DELEG)
                   MOVE W-BASE  TO TD-BASE(W-NUM-DELEG)
                   MOVE W-COSTE TO TD-COSTE(W-NUM-DELEG)
               ELSE
                   SET TABLA-DESBORDADA TO TRUE
               END-IF
           END-IF.

       IMPRIMIR-PRODUCTOS.
           MOVE 'POR PRODUCTO' TO S-seccion
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE
           PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > 100
               IF TP-USADO(W-SUB) = 'S'
                   COMPUTE W-PROD-SUB = W-SUB - 1
                   MOVE SPACES TO S-clave
                   MOVE W-PROD-SUB TO S-clave(1:2)
                   MOVE SPACES TO P-idproducto
                   MOVE W-PROD-SUB TO P-idproducto(1:2)
                   MOVE 'DESCONOCIDO' TO P-NomProducto
                   READ PRODUCTOS
                       INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE P-NomProducto   TO S-nombre
                   MOVE TP-KILOS(W-SUB) TO W-IMP-KILOS
                   MOVE TP-BASE(W-SUB)  TO W-IMP-BASE
                   MOVE TP-COSTE(W-SUB) TO W-IMP-COSTE
                   PERFORM IMPRIMIR-LINEA
               END-IF
           END-PERFORM.

       IMPRIMIR-GRUPOS.
           MOVE 'POR GRUPO' TO S-seccion
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE
           PERFORM VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > 11
               IF TG-USADO(W-SUB) = 'S'
                   MOVE SPACES TO S-clave
                   IF W-SUB = 11
                       MOVE '?' TO S-clave
                       MOVE 'SIN GRUPO' TO G-descripcion
                   ELSE
                       COMPUTE W-GRUPO-SUB = W-SUB - 1
                       MOVE W-GRUPO-SUB TO S-clave(1:1)
                       MOVE 'DESCONOCIDO' TO G-descripcion
                       IF GRUPOS-DISPONIBLE
                           MOVE W-GRUPO-SUB TO G-idgrupo
                           READ GRUPOS
                               INVALID KEY
                                   MOVE 'DESCONOCIDO' TO G-descripcion
                           END-READ
                       END-IF
                   END-IF
                   MOVE G-descripcion   TO S-nombre
                   MOVE TG-KILOS(W-SUB) TO W-IMP-KILOS
                   MOVE TG-BASE(W-SUB)  TO W-IMP-BASE
                   MOVE TG-COSTE(W-SUB) TO W-IMP-COSTE
                   PERFORM IMPRIMIR-LINEA
               END-IF
           END-PERFORM.

       IMPRIMIR-VENDEDORES.
           MOVE 'POR VENDEDOR' TO S-seccion
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE
           PERFORM VARYING IX-VEN FROM 1 BY 1
                   UNTIL IX-VEN > W-NUM-VEND
               MOVE TV-CODIGO(IX-VEN) TO S-clave
               MOVE 'DESCONOCIDO' TO V-nombre
               IF VENDEDORES-DISPONIBLE
                   MOVE TV-CODIGO(IX-VEN) TO V-cod-vendedor
                   READ VENDEDORES
                       INVALID KEY
                           MOVE 'DESCONOCIDO' TO V-nombre
                   END-READ
               END-IF
               MOVE V-nombre          TO S-nombre
               MOVE TV-KILOS(IX-VEN)  TO W-IMP-KILOS
               MOVE TV-BASE(IX-VEN)   TO W-IMP-BASE
               MOVE TV-COSTE(IX-VEN)  TO W-IMP-COSTE
               PERFORM IMPRIMIR-LINEA
           END-PERFORM.

       IMPRIMIR-DELEGACIONES.
           MOVE 'POR DELEGACION' TO S-seccion
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE
           PERFORM VARYING IX-DEL FROM 1 BY 1
                   UNTIL IX-DEL > W-NUM-DELEG
               MOVE TD-CODIGO(IX-DEL) TO S-clave
               MOVE 'DESCONOCIDA' TO DG-nombre
               IF DELEG-DISPONIBLE AND
                  TD-CODIGO(IX-DEL) NOT = '---'
                   MOVE TD-CODIGO(IX-DEL) TO DG-codigo
                   READ DELEGACIONES
                       INVALID KEY
                           MOVE 'DESCONOCIDA' TO DG-nombre
                   END-READ
               END-IF
               IF TD-CODIGO(IX-DEL) = '---'
                   MOVE 'SIN DELEGACION' TO DG-nombre
               END-IF
               MOVE DG-nombre         TO S-nombre
               MOVE TD-KILOS(IX-DEL)  TO W-IMP-KILOS
               MOVE TD-BASE(IX-DEL)   TO W-IMP-BASE
               MOVE TD-COSTE(IX-DEL)  TO W-IMP-COSTE
               PERFORM IMPRIMIR-LINEA
           END-PERFORM.

       IMPRIMIR-TOTAL.
           MOVE SPACES TO REG-SALIDA
           WRITE REG-SALIDA END-WRITE
           MOVE SPACES        TO S-clave
           MOVE 'TOTAL GENERAL' TO S-nombre
           MOVE W-TOT-KILOS   TO W-IMP-KILOS
           MOVE W-TOT-BASE    TO W-IMP-BASE
           MOVE W-TOT-COSTE   TO W-IMP-COSTE
           PERFORM IMPRIMIR-LINEA
           MOVE W-CNT-SIN-COSTE  TO S-CNT-SIN-COSTE
           MOVE W-CNT-RECHAZADOS TO S-CNT-RECH
           WRITE REG-SALIDA FROM CABECERA5 END-WRITE.

      * MARGEN = BASE - COSTE; EL % SOBRE LA BASE (CERO SI NO HAY
      * BASE O SI NO CABE EN LA MASCARA).
       IMPRIMIR-LINEA.
           COMPUTE W-MARGEN = W-IMP-BASE - W-IMP-COSTE
           MOVE 0 TO W-PCT
           IF W-IMP-BASE NOT = 0
               COMPUTE W-PCT ROUNDED = W-MARGEN * 100 / W-IMP-BASE
                   ON SIZE ERROR MOVE 0 TO W-PCT
               END-COMPUTE
           END-IF
           MOVE W-IMP-KILOS  TO S-kilos
           MOVE W-IMP-BASE   TO S-base
           MOVE W-IMP-COSTE  TO S-coste
           MOVE W-MARGEN     TO S-margen
           MOVE W-PCT        TO S-pct
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE.

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES           TO REG-AUDITORIA
           MOVE 'MARGEN'         TO AUD-PROGRAMA
           MOVE WFECHA-HOY       TO AUD-FECHA
           MOVE WHORA-HOY        TO AUD-HORA
           MOVE W-CNT-LEIDOS     TO AUD-LEIDOS
           MOVE W-CNT-MES        TO AUD-ESCRITOS
           MOVE W-CNT-RECHAZADOS TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.
