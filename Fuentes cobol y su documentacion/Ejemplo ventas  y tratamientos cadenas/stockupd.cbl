           SELECT recepciones ASSIGN TO 'NAT-recepciones.txt'
           organization is line sequential
           FILE STATUS IS WS-FS-REC.
           SELECT valoradas ASSIGN TO 'NAT-recepciones.val'
           organization is line sequential
           FILE STATUS IS WS-FS-VAL.
           SELECT costeshis ASSIGN TO 'NAT-costes.his'
           organization is line sequential
           FILE STATUS IS WS-FS-CHI.
           SELECT ventasdia ASSIGN TO 'NAT-ventas.dia'
           organization is line sequential
           FILE STATUS IS WS-FS-DIA.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-idproducto
           FILE STATUS IS WS-FS-STOCK.
           SELECT stockdel ASSIGN TO 'NAT-stock-deleg'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SD-CLAVE
           FILE STATUS IS WS-FS-SDEL.
           SELECT delegaciones ASSIGN TO 'NAT-delegaciones'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DG-codigo
           FILE STATUS IS WS-FS-DELEG.
           SELECT traspasostxt ASSIGN TO 'NAT-traspasos.txt'
           organization is line sequential
           FILE STATUS IS WS-FS-TTX.
           SELECT traspasos ASSIGN TO 'NAT-traspasos'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-NUMERO
           FILE STATUS IS WS-FS-TRP.
           SELECT lotes ASSIGN TO 'NAT-lotes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-CLAVE
           FILE STATUS IS WS-FS-LOTES.
           SELECT lotesmov ASSIGN TO 'NAT-lotes.mov'
           organization is line sequential
           FILE STATUS IS WS-FS-LMV.
           SELECT pedidos ASSIGN TO 'NAT-pedidos'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 50 CHARACTERS
           DATA RECORD IS REG-MINIMO.
       01 REG-MINIMO    pic x(50).
       FD  RECEPCIONES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 40 CHARACTERS
           DATA RECORD IS REG-RECEPCION.
      * PRODUCTO;KILOS;LOTE;CADUCIDAD (AAAAMMDD);DELEGACION.
       01 REG-RECEPCION pic x(40).
      * COPIA VALORADA DE NAT-RECEPCIONES.TXT QUE DEJA RECEPCION:
      * MISMAS LINEAS Y EN EL MISMO ORDEN, CON EL COSTE UNITARIO DEL
      * PEDIDO CONTRA EL QUE CASO CADA UNA (CERO SI NO CASO).
       FD  VALORADAS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 56 CHARACTERS
           DATA RECORD IS REG-VALORADA.
       01  REG-VALORADA.
           03 VAL-LINEA       PIC X(40).
           03 VAL-PEDIDO      PIC X(6).
           03 VAL-COSTE       PIC 9(5)V9999.
           03 VAL-ESTADO      PIC X.
      * HISTORIA DEL COSTE MEDIO: UNA FILA CADA VEZ QUE CAMBIA EL
      * COSTE MEDIO DE UN PRODUCTO. MARGEN VALORA CADA VENTA AL
      * COSTE EN VIGOR EN SU FECHA.
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
       FD  VENTASDIA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 24 CHARACTERS
           DATA RECORD IS REG-VENTASDIA.
       01  REG-VENTASDIA.
           03 DIA-cod-producto  PIC XX.
           03 DIA-kilos         PIC X(6).
           03 DIA-kilos-N REDEFINES DIA-kilos PIC 9(4)V99.
           03 DIA-tipo-mov      PIC X.
           03 DIA-cod-cliente   PIC X(4).
           03 DIA-fecha-venta   PIC X(8).
           03 DIA-fecha-venta-N REDEFINES DIA-fecha-venta PIC 9(8).
           03 DIA-delegacion    PIC X(3).
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
      * EXISTENCIAS, MINIMO Y KILOS EN CAMINO DE CADA PRODUCTO EN
      * CADA DELEGACION. NAT-STOCK SIGUE SIENDO EL TOTAL DE LA
      * EMPRESA (CON EL COSTE MEDIO): LA SUMA DE LAS DELEGACIONES
      * MAS LO QUE VIAJA ENTRE ELLAS. LA DELEGACION EN BLANCO ES EL
      * ALMACEN GENERAL: LO QUE NO TRAE DELEGACION Y EL STOCK QUE
      * HABIA ANTES DEL REPARTO POR DELEGACIONES.
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
      *    KILOS ENVIADOS A ESTA DELEGACION AUN NO CONFIRMADOS
           03 SD-transito       PIC 9(7)V99.
      *    CANTIDAD FIJA DE PEDIDO (SEXTO CAMPO DE NAT-STOCK.MIN)
           03 SD-cantidad-pedido PIC 9(7)V99.
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
      * TRASPASOS ENTRE DELEGACIONES DEL DIA:
      *   E;ORIGEN;DESTINO;PRODUCTO;KILOS  ENVIO
      *   R;NUMERO                         LLEGADA AL DESTINO
       FD  TRASPASOSTXT
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 40 CHARACTERS
           DATA RECORD IS REG-TRASPASO-TXT.
       01  REG-TRASPASO-TXT  PIC X(40).
       FD  TRASPASOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 42 CHARACTERS
           DATA RECORD IS REG-TRASPASO.
       01  REG-TRASPASO.
           03 TR-NUMERO          PIC X(6).
           03 TR-origen          PIC X(3).
           03 TR-destino         PIC X(3).
           03 TR-idproducto      PIC X(4).
           03 TR-kilos           PIC 9(7)V99.
           03 TR-fecha-envio     PIC 9(8).
           03 TR-fecha-recepcion PIC 9(8).
      *    T=EN TRANSITO, C=RECIBIDO EN DESTINO
           03 TR-ESTADO          PIC X.
      * EXISTENCIAS POR PRODUCTO Y LOTE. LA CLAVE LLEVA LA
      * CADUCIDAD DELANTE DEL LOTE, ASI QUE LEER UN PRODUCTO EN
      * ORDEN DE CLAVE ES LEERLO EN ORDEN DE CADUCIDAD (FEFO). EL
      * LOTE EN BLANCO CON CADUCIDAD CERO RECOGE LO RECIBIDO SIN
      * LOTE O SIN CADUCIDAD VALIDA.
       FD  LOTES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 59 CHARACTERS
           DATA RECORD IS REG-LOTE.
       01  REG-LOTE.
           03 LT-CLAVE.
              05 LT-idproducto  PIC X(4).
              05 LT-caducidad   PIC 9(8).
              05 LT-lote        PIC X(10).
           03 LT-fecha-entrada  PIC 9(8).
           03 LT-proveedor      PIC X(4).
           03 LT-pedido         PIC X(6).
           03 LT-recibido       PIC 9(7)V99.
           03 LT-existencias    PIC S9(7)V99 SIGN LEADING SEPARATE.
      * TRAZABILIDAD: CADA ENTRADA DE UN LOTE (R), CADA SALIDA A UN
      * CLIENTE (V) Y CADA DEVOLUCION (A). LAS VENTAS QUE NO
      * ENCUENTRAN LOTE CON EXISTENCIAS SE ANOTAN CON LOTE EN BLANCO.
      * EL RECUENTO (INVENTARIO) ANOTA SUS BAJAS (I) Y SOBRANTES (S).
       FD  LOTESMOV
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 62 CHARACTERS
           DATA RECORD IS REG-LOTEMOV.
       01  REG-LOTEMOV.
           03 LM-tipo           PIC X.
           03 LM-fecha          PIC 9(8).
           03 LM-idproducto     PIC X(4).
           03 LM-lote           PIC X(10).
           03 LM-caducidad      PIC 9(8).
           03 LM-cod-cliente    PIC X(4).
           03 LM-proveedor      PIC X(4).
           03 LM-pedido         PIC X(6).
           03 LM-kilos          PIC 9(7)V99.
           03 LM-fecha-proceso  PIC 9(8).
       FD  PEDIDOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 53 CHARACTERS
           DATA RECORD IS REG-PEDIDO.
       01  REG-PEDIDO.
           03 PED-NUMERO      PIC X(6).
           03 PED-CANTIDAD    PIC 9(7)V99.
           03 PED-RECIBIDO    PIC 9(7)V99.
           03 PED-ESTADO      PIC X.
           03 PED-COSTE       PIC 9(5)V9999.
           03 PED-delegacion  PIC X(3).
       FD  PRODUCTOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
       01  WS-FS-STOCK         PIC XX.
       01  WS-FS-PRODUCTOS     PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  WS-FS-VAL           PIC XX.
       01  WS-FS-CHI           PIC XX.
       01  WS-FS-LOTES         PIC XX.
       01  WS-FS-LMV           PIC XX.
       01  WS-FS-SDEL          PIC XX.
       01  WS-FS-DELEG         PIC XX.
       01  WS-FS-TTX           PIC XX.
       01  WS-FS-TRP           PIC XX.
       01  W-LINEA           PIC X(50).
       01  DESTRIPAR.
           03 W-idproducto   PIC x(2) justified right.
           03 W-CANTIDAD     PIC X(12).
      * PRODUCTO, DESTINO DE LOS PEDIDOS DE REPOSICION.
           03 W-PROV-RAW     PIC X(10).
           03 W-proveedor    PIC X(4).
      * CUARTO CAMPO DE NAT-STOCK.MIN (OPCIONAL): COSTE PACTADO POR
      * KILO CON EL PROVEEDOR HABITUAL (NNNNN,NNNN). ES EL COSTE DE
      * LOS PEDIDOS QUE SE GENERAN Y EL DE LAS RECEPCIONES QUE NO
      * CASAN CON PEDIDO.
           03 W-COSTE-RAW    PIC X(12).
      * TERCER Y CUARTO CAMPO DE NAT-RECEPCIONES.TXT: LOTE Y
      * CADUCIDAD (AAAAMMDD).
           03 W-LOTE         PIC X(10).
           03 W-CADUCIDAD    PIC X(8).
           03 W-CADUCIDAD-R REDEFINES W-CADUCIDAD.
              05 W-CAD-AAAA  PIC 9(4).
              05 W-CAD-MM    PIC 99.
              05 W-CAD-DD    PIC 99.
      * QUINTO CAMPO DE NAT-STOCK.MIN Y DE NAT-RECEPCIONES.TXT
      * (OPCIONAL): DELEGACION DEL MINIMO O QUE RECIBE.
           03 W-delegacion   PIC X(3).
      * SEXTO CAMPO DE NAT-STOCK.MIN (OPCIONAL): CANTIDAD FIJA DE
      * PEDIDO (NNNNNNN,NN) APROBADA POR COMPRAS CON LA PROPUESTA DE
      * REPOSICION. CON ELLA EL PEDIDO SUGERIDO REPONE HASTA EL
      * MINIMO MAS ESA CANTIDAD; SIN ELLA, EL DOBLE DEL MINIMO.
           03 W-PEDFIJO-RAW  PIC X(12).
       01  W-ORIGEN-LINEA    PIC X VALUE 'M'.
           88 LINEA-DE-MINIMOS     VALUE 'M'.
           88 LINEA-DE-RECEPCION   VALUE 'R'.
           88 LINEA-DE-TRASPASO    VALUE 'T'.
       01  W-ID-RAW          PIC X(10).
       01  wcant-a.
           03 wcant-e   pic x(7) justified right.
       01  W-LINEA-VALIDA       PIC X VALUE 'S'.
           88 LINEA-VALIDA            VALUE 'S'.
           88 LINEA-INVALIDA          VALUE 'N'.
       01  wcoste-a.
           03 wcoste-e  pic x(5) justified right.
           03 wcoste-d  pic x(4).
       01  wcoste-n redefines wcoste-a pic 9(5)V9999.
       01  W-COSTE-ENTERO-RAW   PIC X(12).
       77  W-LEN-COSTE-ENTERO   PIC 9(4) COMP VALUE 0.
       01  W-HAY-COSTE          PIC X VALUE 'N'.
           88 HAY-COSTE-PACTADO       VALUE 'S'.
       01  wped-a.
           03 wped-e    pic x(7) justified right.
           03 wped-d    pic x(2).
       01  wped-n redefines wped-a pic 9(7)V99.
       01  W-PEDFIJO-ENTERO-RAW PIC X(12).
       77  W-LEN-PEDFIJO-ENTERO PIC 9(4) COMP VALUE 0.
      * COSTE MEDIO PONDERADO: LO QUE ENTRA SE PROMEDIA CON LO QUE
      * HAY A SU COSTE ACTUAL. CON EXISTENCIAS A CERO O NEGATIVAS
      * (VENDIDO ANTES DE RECIBIR) EL COSTE MEDIO PASA A SER EL DE
      * LA ENTRADA.
       01  W-COSTE-ENTRADA      PIC 9(5)V9999 VALUE 0.
       01  W-VALOR-EXIST        PIC S9(13)V9999 VALUE 0.
       01  W-VALOR-ENTRADA      PIC S9(13)V9999 VALUE 0.
       01  W-KILOS-TOTAL        PIC S9(9)V99 VALUE 0.
       01  W-COSTE-ANT          PIC 9(5)V9999 VALUE 0.
       01  W-VAL-DISP           PIC X VALUE 'N'.
           88 VALORADAS-DISPONIBLE    VALUE 'S'.
       77  FE-VAL               PIC 9 VALUE 0.
       01  W-CHI-ABIERTO        PIC X VALUE 'N'.
           88 HISTORIA-ABIERTA        VALUE 'S'.
       77  W-CNT-SIN-COSTE      PIC 9(7) VALUE 0.
      * LOTES: LAS VENTAS GASTAN PRIMERO EL LOTE QUE ANTES CADUCA
      * ENTRE LOS QUE TIENEN KILOS Y NO ESTABAN CADUCADOS EL DIA DE
      * LA VENTA. UN ABONO DEVUELVE LOS KILOS AL ULTIMO LOTE QUE
      * SE SIRVIO A ESE CLIENTE DE ESE PRODUCTO (SE BUSCA EN
      * NAT-LOTES.MOV ANTES DE ANOTAR LA NOCHE).
       01  W-LOTES-DISP         PIC X VALUE 'N'.
           88 LOTES-DISPONIBLE        VALUE 'S'.
       01  W-CADUCIDAD-N        PIC 9(8) VALUE 0.
       01  W-CAD-VALIDA         PIC X VALUE 'S'.
           88 CADUCIDAD-VALIDA        VALUE 'S'.
           88 CADUCIDAD-INVALIDA      VALUE 'N'.
       01  W-DIAS-TABLA     PIC X(24) VALUE '312831303130313130313031'.
       01  W-DIAS-TABLA-R REDEFINES W-DIAS-TABLA.
           03 W-DIAS-MES-T OCCURS 12 TIMES PIC 99.
       01  W-DIAS-MES       PIC 99 VALUE 0.
       77  W-BIS-COCIENTE   PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO4     PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO100   PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO400   PIC 9(4) COMP VALUE 0.
       01  W-LOTE-PEDIDO        PIC X(6).
       01  W-LOTE-PROVEEDOR     PIC X(4).
       01  W-VENTA-PRODUCTO     PIC X(4).
       01  W-FECHA-VENTA        PIC 9(8) VALUE 0.
       01  W-PENDIENTE-LOTE     PIC 9(7)V99 VALUE 0.
       01  W-TOMADO             PIC 9(7)V99 VALUE 0.
       77  FE-LOT               PIC 9 VALUE 0.
       77  W-CNT-SIN-LOTE       PIC 9(7) VALUE 0.
       01  TABLA-ABONOS.
           03 TA-FILA OCCURS 500 TIMES INDEXED BY IX-ABO.
              05 TA-cliente     PIC X(4).
              05 TA-producto    PIC X(4).
              05 TA-encontrado  PIC X.
              05 TA-lote        PIC X(10).
              05 TA-caducidad   PIC 9(8).
       77  W-NUM-ABONOS         PIC 9(4) COMP VALUE 0.
       77  W-IX-ABONO           PIC 9(4) COMP VALUE 0.
       01  W-ABO-CLIENTE        PIC X(4).
       01  W-ABO-PRODUCTO       PIC X(4).
       01  W-ABO-ENC            PIC X VALUE 'N'.
           88 ABONO-EN-TABLA          VALUE 'S'.
       01  W-ABO-LOTE           PIC X(10).
       01  W-ABO-CADUCIDAD      PIC 9(8).
      * EXISTENCIAS POR DELEGACION. UN MINIMO SIN DELEGACION ES EL
      * DEL ALMACEN GENERAL (Y EL DE NAT-STOCK); LA ALERTA Y EL
      * PEDIDO DE REPOSICION SALEN POR PRODUCTO Y DELEGACION,
      * CONTANDO COMO DISPONIBLE LO QUE YA VIENE EN CAMINO.
       01  W-DELEG-STOCK        PIC X(3).
       01  W-DELEG-BUSCADA      PIC X(3).
       01  W-DELEG-VALIDA       PIC X VALUE 'S'.
           88 DELEGACION-VALIDA       VALUE 'S'.
       01  W-DELEG-DISP         PIC X VALUE 'N'.
           88 MAESTRO-DELEG-DISPONIBLE VALUE 'S'.
       01  W-DISPONIBLE         PIC S9(8)V99 VALUE 0.
       77  W-CNT-DELEG-DESC     PIC 9(7) VALUE 0.
      * TRASPASOS: EL ENVIO SALE DEL ORIGEN Y QUEDA EN CAMINO HACIA
      * EL DESTINO CON UN NUMERO NUEVO; LA LINEA R DE ESE NUMERO
      * (CUANDO EL DESTINO CONFIRMA LA LLEGADA) PASA LOS KILOS A SUS
      * EXISTENCIAS. EL TOTAL DE NAT-STOCK NO SE MUEVE.
       01  W-TRASPASO.
           03 W-TRP-TIPO        PIC X.
           03 W-TRP-CAMPO-2     PIC X(6).
           03 W-TRP-DESTINO     PIC X(3).
           03 W-TRP-PRODUCTO    PIC X(10).
           03 W-TRP-KILOS       PIC X(12).
       01  W-TRP-ORIGEN         PIC X(3).
       01  W-TRP-NUMERO         PIC X(6) JUSTIFIED RIGHT.
       01  W-TRP-MOTIVO         PIC X(30).
       01  W-TRP-NUM-X          PIC X(6).
       01  W-TRP-NUM-N REDEFINES W-TRP-NUM-X PIC 9(6).
       77  W-NUM-TRASPASO       PIC 9(6) VALUE 0.
       77  FE-TRP               PIC 9 VALUE 0.
       77  W-CNT-TRP-ENVIADOS   PIC 9(7) VALUE 0.
       77  W-CNT-TRP-RECIBIDOS  PIC 9(7) VALUE 0.
       77  W-CNT-TRP-RECHAZADOS PIC 9(7) VALUE 0.
      * EL CODIGO DE PRODUCTO ES DE DOS CIFRAS: LA TABLA CUBRE EL
      * DOMINIO COMPLETO 00-99, SIN LIMITE QUE PUEDA DESBORDARSE.
      * KILOS NETOS CON SIGNO: LOS ABONOS (TIPO 'A') DEVUELVEN LOS
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'NOMBRE    '.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(5)   VALUE 'DELEG'.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '  EXISTENCIAS '.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(13)  VALUE '   EN CAMINO '.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(12)  VALUE '     MINIMO '.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'SITUACION '.
           03 FILLER         PIC X(4) VALUE SPACES.
           03 S-NomProducto  PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-delegacion   PIC X(3).
           03 FILLER         PIC X(4) VALUE SPACES.
           03 S-existencias  PIC --.---.--9,99.
           03 FILLER         PIC X(3) VALUE SPACES.
           03 S-transito     PIC z.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-minimo       PIC -z.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
       01  CABECERA4.
           03 FILLER         PIC X(21) VALUE 'PRODUCTOS EN ALERTA: '.
           03 S-CNT-ALERTAS  PIC zzzz9.
       01  CABECERA5.
           03 FILLER         PIC X(33)
              VALUE 'RECEPCIONES SIN COSTE DE PEDIDO: '.
           03 S-CNT-SIN-COSTE PIC zzzz9.
       01  CABECERA6.
           03 FILLER         PIC X(33)
              VALUE 'VENTAS/ABONOS SIN LOTE:          '.
           03 S-CNT-SIN-LOTE PIC zzzz9.
       01  CABECERA7.
           03 FILLER         PIC X(33)
              VALUE 'RECEPCIONES A DELEG. DESCONOCIDA:'.
           03 S-CNT-DELEG-DESC PIC zzzz9.
       01  CAB-TRP-1.
           03 FILLER PIC X(30)
              VALUE 'TRASPASOS ENTRE DELEGACIONES  '.
       01  CAB-TRP-2.
           03 FILLER PIC X(6)   VALUE 'NUMERO'.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(6)   VALUE 'ORIGEN'.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(7)   VALUE 'DESTINO'.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(4)   VALUE 'PROD'.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(12)  VALUE '       KILOS'.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(30)  VALUE 'SITUACION'.
       01  CAB-TRP-3.
           03 S-TRP-NUMERO   PIC X(6).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-TRP-ORIGEN   PIC X(6).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-TRP-DESTINO  PIC X(7).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-TRP-PRODUCTO PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-TRP-KILOS    PIC z.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-TRP-SITUACION PIC X(30).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-TRP-LINEA    PIC X(40).
       01  CAB-TRP-4.
           03 FILLER          PIC X(10) VALUE 'ENVIADOS: '.
           03 S-CNT-TRP-ENV   PIC zzzzz9.
           03 FILLER          PIC X(13) VALUE '  RECIBIDOS: '.
           03 S-CNT-TRP-REC   PIC zzzzz9.
           03 FILLER          PIC X(14) VALUE '  RECHAZADOS: '.
           03 S-CNT-TRP-RCH   PIC zzzzz9.
       77  FE       PIC 9    VALUE 0.

       PROCEDURE DIVISION.
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O STOCKDEL
           IF WS-FS-SDEL NOT = '00'
               OPEN OUTPUT STOCKDEL
               CLOSE STOCKDEL
               OPEN I-O STOCKDEL
           END-IF
           IF WS-FS-SDEL NOT = '00'
               DISPLAY 'STOCKUPD STOCK POR DELEGACION NO DISPONIBLE FS='
                   WS-FS-SDEL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SEMBRAR-STOCK-DELEG
           OPEN INPUT DELEGACIONES
           IF WS-FS-DELEG = '00'
               SET MAESTRO-DELEG-DISPONIBLE TO TRUE
           END-IF
           OPEN I-O TRASPASOS
           IF WS-FS-TRP NOT = '00'
               OPEN OUTPUT TRASPASOS
               CLOSE TRASPASOS
               OPEN I-O TRASPASOS
           END-IF
           IF WS-FS-TRP NOT = '00'
               DISPLAY 'STOCKUPD TRASPASOS NO DISPONIBLE FS=' WS-FS-TRP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM BUSCAR-ULTIMO-TRASPASO
           OPEN INPUT PRODUCTOS
           OPEN I-O PEDIDOS
           IF WS-FS-PEDIDOS NOT = '00'
               SET PEDIDOS-DISPONIBLE TO TRUE
               PERFORM BUSCAR-ULTIMO-PEDIDO
           END-IF
           OPEN I-O LOTES
           IF WS-FS-LOTES NOT = '00'
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF
           IF WS-FS-LOTES = '00'
               SET LOTES-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'STOCKUPD LOTES NO DISPONIBLE FS=' WS-FS-LOTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PREPARAR-ABONOS
           OPEN EXTEND LOTESMOV
           IF WS-FS-LMV NOT = '00'
               OPEN OUTPUT LOTESMOV
           END-IF
           OPEN OUTPUT SALIDA
           MOVE WFECHA-HOY TO S-FECHA-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           PERFORM APLICAR-MINIMOS
           PERFORM APLICAR-RECEPCIONES
           PERFORM APLICAR-VENTAS-DIA
           PERFORM APLICAR-TRASPASOS
           PERFORM INFORME-STOCK
           PERFORM GRABAR-AUDITORIA
           IF PEDIDOS-DISPONIBLE
               CLOSE PEDIDOS
           END-IF
           IF HISTORIA-ABIERTA
               CLOSE COSTESHIS
           END-IF
           IF MAESTRO-DELEG-DISPONIBLE
               CLOSE DELEGACIONES
           END-IF
           CLOSE STOCK PRODUCTOS SALIDA LOTES LOTESMOV
           CLOSE STOCKDEL TRASPASOS
           IF W-CNT-SIN-COSTE > 0 OR W-CNT-SIN-LOTE > 0
              OR W-CNT-DELEG-DESC > 0 OR W-CNT-TRP-RECHAZADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * EL SIGUIENTE NUMERO DE PEDIDO SALE DEL MAYOR YA GRABADO:
           IF WS-FS-MIN NOT = '00'
               CLOSE MINIMOS
           ELSE
               SET LINEA-DE-MINIMOS TO TRUE
               MOVE 0 TO FE
               READ MINIMOS AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   ADD 1 TO W-CNT-LEIDOS
                   MOVE REG-MINIMO TO W-LINEA
                   PERFORM DESTRIPAR-LINEA
                   IF LINEA-VALIDA
                       MOVE W-delegacion TO W-DELEG-BUSCADA
                       PERFORM VALIDAR-DELEGACION
                       IF NOT DELEGACION-VALIDA
                           SET LINEA-INVALIDA TO TRUE
                       END-IF
                   END-IF
                   IF LINEA-VALIDA
                       PERFORM LOCALIZAR-STOCK
                       IF W-delegacion = SPACES
                           MOVE wcant-n TO ST-minimo
                       END-IF
                       IF W-proveedor NOT = SPACES
                           MOVE W-proveedor TO ST-proveedor
                       END-IF
                       IF HAY-COSTE-PACTADO
                           MOVE wcoste-n TO ST-coste-compra
                           IF ST-coste-medio = 0
                               MOVE wcoste-n TO ST-coste-medio
                               PERFORM GRABAR-HISTORIA-COSTE
                           END-IF
                       END-IF
                       REWRITE REG-STOCK END-REWRITE
                       MOVE W-delegacion TO W-DELEG-STOCK
                       PERFORM LOCALIZAR-STOCK-DELEG
                       MOVE wcant-n TO SD-minimo
                       MOVE wped-n  TO SD-cantidad-pedido
                       REWRITE REG-STOCK-DELEG END-REWRITE
                       ADD 1 TO W-CNT-ACTUALIZADOS
                   ELSE
                       ADD 1 TO W-CNT-RECHAZADOS
               CLOSE MINIMOS
           END-IF.

      * LOS KILOS SALEN DE NAT-RECEPCIONES.TXT Y EL COSTE DE LA
      * COPIA VALORADA: SE LEEN EN PARALELO Y SOLO SE TOMA EL COSTE
      * SI LA LINEA COINCIDE, ASI UNA COPIA DE OTRA NOCHE O UN
      * RECEPCION QUE NO SE HA EJECUTADO NUNCA DUPLICAN NI CAMBIAN
      * KILOS. LO QUE NO TRAE COSTE DE PEDIDO ENTRA AL COSTE PACTADO
      * Y, SIN EL, AL COSTE MEDIO ACTUAL (RC=4 EN AMBOS CASOS).
       APLICAR-RECEPCIONES.
           OPEN INPUT RECEPCIONES
           IF WS-FS-REC NOT = '00'
               CLOSE RECEPCIONES
           ELSE
               MOVE 'N' TO W-VAL-DISP
               MOVE 0 TO FE-VAL
               OPEN INPUT VALORADAS
               IF WS-FS-VAL = '00'
                   SET VALORADAS-DISPONIBLE TO TRUE
               ELSE
                   MOVE 1 TO FE-VAL
               END-IF
               SET LINEA-DE-RECEPCION TO TRUE
               MOVE 0 TO FE
               READ RECEPCIONES AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   ADD 1 TO W-CNT-LEIDOS
                   MOVE REG-RECEPCION TO W-LINEA
                   MOVE SPACES TO VAL-LINEA
                   MOVE 0 TO VAL-COSTE
                   IF FE-VAL = 0
                       READ VALORADAS AT END MOVE 1 TO FE-VAL
                       END-READ
                   END-IF
                   PERFORM DESTRIPAR-LINEA
                   IF LINEA-VALIDA
                       PERFORM LOCALIZAR-STOCK
                       PERFORM COSTE-DE-ENTRADA
                       PERFORM CALCULAR-COSTE-MEDIO
                       ADD wcant-n TO ST-existencias
                       REWRITE REG-STOCK END-REWRITE
                       ADD 1 TO W-CNT-ACTUALIZADOS
                       PERFORM ANOTAR-LOTE-ENTRADA
                       PERFORM ENTRADA-DELEGACION
                   ELSE
                       ADD 1 TO W-CNT-RECHAZADOS
                   END-IF
                   READ RECEPCIONES AT END MOVE 1 TO FE END-READ
               END-PERFORM
               IF VALORADAS-DISPONIBLE
                   CLOSE VALORADAS
               END-IF
               CLOSE RECEPCIONES
           END-IF.

       COSTE-DE-ENTRADA.
           IF FE-VAL = 0 AND VAL-LINEA = REG-RECEPCION
              AND VAL-COSTE NUMERIC AND VAL-COSTE > 0
               MOVE VAL-COSTE TO W-COSTE-ENTRADA
           ELSE
               ADD 1 TO W-CNT-SIN-COSTE
               IF ST-coste-compra > 0
                   MOVE ST-coste-compra TO W-COSTE-ENTRADA
               ELSE
                   MOVE ST-coste-medio  TO W-COSTE-ENTRADA
               END-IF
           END-IF.

       CALCULAR-COSTE-MEDIO.
           MOVE ST-coste-medio TO W-COSTE-ANT
           IF ST-existencias > 0
               COMPUTE W-VALOR-EXIST = ST-existencias * ST-coste-medio
               COMPUTE W-VALOR-ENTRADA = wcant-n * W-COSTE-ENTRADA
               COMPUTE W-KILOS-TOTAL = ST-existencias + wcant-n
               IF W-KILOS-TOTAL > 0
                   COMPUTE ST-coste-medio ROUNDED =
                       (W-VALOR-EXIST + W-VALOR-ENTRADA)
                       / W-KILOS-TOTAL
               END-IF
           ELSE
               MOVE W-COSTE-ENTRADA TO ST-coste-medio
           END-IF
           IF ST-coste-medio NOT = W-COSTE-ANT
               PERFORM GRABAR-HISTORIA-COSTE
           END-IF.

       GRABAR-HISTORIA-COSTE.
           IF NOT HISTORIA-ABIERTA
               OPEN EXTEND COSTESHIS
               IF WS-FS-CHI NOT = '00'
                   OPEN OUTPUT COSTESHIS
               END-IF
               SET HISTORIA-ABIERTA TO TRUE
           END-IF
           MOVE ST-idproducto  TO CH-idproducto
           MOVE WFECHA-HOY     TO CH-fecha
           MOVE ST-coste-medio TO CH-coste
           WRITE REG-COSTE-HIS.

      * LOS KILOS VENDIDOS SE ACUMULAN POR PRODUCTO Y SE RESTAN DE
      * UNA SOLA VEZ POR CADA PRODUCTO CON MOVIMIENTO.
       APLICAR-VENTAS-DIA.
                   ADD 1 TO W-CNT-LEIDOS
                   IF DIA-cod-producto NUMERIC
                      AND DIA-kilos NUMERIC
                       PERFORM TRAZAR-VENTA
                       PERFORM VENTA-DELEGACION
                       MOVE DIA-cod-producto TO W-idproducto-sub
                       IF DIA-tipo-mov = 'A'
                           SUBTRACT DIA-kilos-N
               END-PERFORM
           END-IF.

      * ABONOS DE LA NOCHE: SE APUNTA CADA CLIENTE Y PRODUCTO Y SE
      * BUSCA EN NAT-LOTES.MOV EL ULTIMO LOTE QUE SE LE SIRVIO.
       PREPARAR-ABONOS.
           MOVE 0 TO W-NUM-ABONOS
           OPEN INPUT VENTASDIA
           IF WS-FS-DIA NOT = '00'
               CLOSE VENTASDIA
           ELSE
               MOVE 0 TO FE
               READ VENTASDIA AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   IF DIA-tipo-mov = 'A' AND DIA-cod-producto NUMERIC
                       MOVE DIA-cod-cliente TO W-ABO-CLIENTE
                       MOVE SPACES TO W-ABO-PRODUCTO
                       MOVE DIA-cod-producto TO W-ABO-PRODUCTO
                       PERFORM BUSCAR-ABONO
                       IF NOT ABONO-EN-TABLA AND W-NUM-ABONOS < 500
                           ADD 1 TO W-NUM-ABONOS
                           SET IX-ABO TO W-NUM-ABONOS
                           MOVE W-ABO-CLIENTE  TO TA-cliente(IX-ABO)
                           MOVE W-ABO-PRODUCTO TO TA-producto(IX-ABO)
                           MOVE 'N'    TO TA-encontrado(IX-ABO)
                           MOVE SPACES TO TA-lote(IX-ABO)
                           MOVE 0      TO TA-caducidad(IX-ABO)
                       END-IF
                   END-IF
                   READ VENTASDIA AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE VENTASDIA
           END-IF
           IF W-NUM-ABONOS > 0
               OPEN INPUT LOTESMOV
               IF WS-FS-LMV NOT = '00'
                   CLOSE LOTESMOV
               ELSE
                   MOVE 0 TO FE
                   READ LOTESMOV AT END MOVE 1 TO FE END-READ
                   PERFORM UNTIL FE = 1
                       IF LM-tipo = 'V' AND LM-lote NOT = SPACES
                           MOVE LM-cod-cliente TO W-ABO-CLIENTE
                           MOVE LM-idproducto  TO W-ABO-PRODUCTO
                           PERFORM BUSCAR-ABONO
                           IF ABONO-EN-TABLA
                               MOVE LM-lote      TO W-ABO-LOTE
                               MOVE LM-caducidad TO W-ABO-CADUCIDAD
                               PERFORM RECORDAR-LOTE-ABONO
                           END-IF
                       END-IF
                       READ LOTESMOV AT END MOVE 1 TO FE END-READ
                   END-PERFORM
                   CLOSE LOTESMOV
               END-IF
           END-IF.

       BUSCAR-ABONO.
           MOVE 'N' TO W-ABO-ENC
           PERFORM VARYING IX-ABO FROM 1 BY 1
                   UNTIL IX-ABO > W-NUM-ABONOS OR ABONO-EN-TABLA
               IF TA-cliente(IX-ABO) = W-ABO-CLIENTE AND
                  TA-producto(IX-ABO) = W-ABO-PRODUCTO
                   MOVE 'S' TO W-ABO-ENC
                   SET W-IX-ABONO TO IX-ABO
               END-IF
           END-PERFORM.

       RECORDAR-LOTE-ABONO.
           MOVE 'S'            TO TA-encontrado(W-IX-ABONO)
           MOVE W-ABO-LOTE      TO TA-lote(W-IX-ABONO)
           MOVE W-ABO-CADUCIDAD TO TA-caducidad(W-IX-ABONO).

      * ALTA DE LA RECEPCION EN SU LOTE. EL PROVEEDOR ES EL DEL
      * PEDIDO CONTRA EL QUE CASO Y, SIN PEDIDO, EL HABITUAL.
       ANOTAR-LOTE-ENTRADA.
           MOVE SPACES       TO W-LOTE-PEDIDO
           MOVE ST-proveedor TO W-LOTE-PROVEEDOR
           IF FE-VAL = 0 AND VAL-LINEA = REG-RECEPCION
              AND VAL-PEDIDO NOT = SPACES
               MOVE VAL-PEDIDO TO W-LOTE-PEDIDO
               IF PEDIDOS-DISPONIBLE
                   MOVE VAL-PEDIDO TO PED-NUMERO
                   READ PEDIDOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PED-proveedor TO W-LOTE-PROVEEDOR
                   END-READ
               END-IF
           END-IF
           MOVE ST-idproducto TO LT-idproducto
           MOVE W-CADUCIDAD-N TO LT-caducidad
           MOVE W-LOTE        TO LT-lote
           READ LOTES
               INVALID KEY
                   MOVE ST-idproducto    TO LT-idproducto
                   MOVE W-CADUCIDAD-N    TO LT-caducidad
                   MOVE W-LOTE           TO LT-lote
                   MOVE WFECHA-HOY       TO LT-fecha-entrada
                   MOVE W-LOTE-PROVEEDOR TO LT-proveedor
                   MOVE W-LOTE-PEDIDO    TO LT-pedido
                   MOVE 0 TO LT-recibido LT-existencias
                   WRITE REG-LOTE END-WRITE
           END-READ
           ADD wcant-n TO LT-recibido LT-existencias
           MOVE SPACES           TO REG-LOTEMOV
           MOVE 'R'              TO LM-tipo
           MOVE WFECHA-HOY       TO LM-fecha
           MOVE SPACES           TO LM-cod-cliente
           MOVE W-LOTE-PROVEEDOR TO LM-proveedor
           MOVE W-LOTE-PEDIDO    TO LM-pedido
           MOVE wcant-n          TO LM-kilos
           PERFORM GRABAR-MOVIMIENTO-LOTE
           REWRITE REG-LOTE END-REWRITE.

       TRAZAR-VENTA.
           MOVE SPACES TO W-VENTA-PRODUCTO
           MOVE DIA-cod-producto TO W-VENTA-PRODUCTO
           IF DIA-fecha-venta NUMERIC
               MOVE DIA-fecha-venta-N TO W-FECHA-VENTA
           ELSE
               MOVE WFECHA-HOY TO W-FECHA-VENTA
           END-IF
           IF DIA-tipo-mov = 'A'
               PERFORM DEVOLVER-A-LOTE
           ELSE
               PERFORM CONSUMIR-LOTES
           END-IF.

      * FEFO: SE RECORRE EL PRODUCTO EN ORDEN DE CADUCIDAD. LOS
      * LOTES YA CADUCADOS EN LA FECHA DE LA VENTA NO SE TOCAN:
      * SIGUEN CON SUS KILOS EN EL INFORME DE CADUCIDADES HASTA QUE
      * EL INVENTARIO LOS DE DE BAJA.
       CONSUMIR-LOTES.
           MOVE DIA-kilos-N TO W-PENDIENTE-LOTE
           MOVE W-VENTA-PRODUCTO TO LT-idproducto
           MOVE 0 TO LT-caducidad
           MOVE LOW-VALUES TO LT-lote
           MOVE 0 TO FE-LOT
           START LOTES KEY IS NOT < LT-CLAVE
               INVALID KEY MOVE 1 TO FE-LOT
           END-START
           PERFORM UNTIL FE-LOT = 1 OR W-PENDIENTE-LOTE = 0
               READ LOTES NEXT RECORD
                   AT END MOVE 1 TO FE-LOT
               END-READ
               IF FE-LOT = 0
                   IF LT-idproducto NOT = W-VENTA-PRODUCTO
                       MOVE 1 TO FE-LOT
                   ELSE
                       IF LT-existencias > 0 AND
                          (LT-caducidad = 0 OR
                           LT-caducidad NOT < W-FECHA-VENTA)
                           PERFORM TOMAR-DE-LOTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF W-PENDIENTE-LOTE > 0
               ADD 1 TO W-CNT-SIN-LOTE
               MOVE SPACES           TO REG-LOTEMOV
               MOVE 'V'              TO LM-tipo
               MOVE W-FECHA-VENTA    TO LM-fecha
               MOVE W-VENTA-PRODUCTO TO LM-idproducto
               MOVE 0                TO LM-caducidad
               MOVE DIA-cod-cliente  TO LM-cod-cliente
               MOVE W-PENDIENTE-LOTE TO LM-kilos
               PERFORM GRABAR-MOVIMIENTO-LOTE-SL
           END-IF.

       TOMAR-DE-LOTE.
           IF LT-existencias < W-PENDIENTE-LOTE
               MOVE LT-existencias TO W-TOMADO
           ELSE
               MOVE W-PENDIENTE-LOTE TO W-TOMADO
           END-IF
           SUBTRACT W-TOMADO FROM LT-existencias W-PENDIENTE-LOTE
           MOVE SPACES          TO REG-LOTEMOV
           MOVE 'V'             TO LM-tipo
           MOVE W-FECHA-VENTA   TO LM-fecha
           MOVE DIA-cod-cliente TO LM-cod-cliente
           MOVE LT-proveedor    TO LM-proveedor
           MOVE LT-pedido       TO LM-pedido
           MOVE W-TOMADO        TO LM-kilos
           PERFORM GRABAR-MOVIMIENTO-LOTE
           MOVE DIA-cod-cliente  TO W-ABO-CLIENTE
           MOVE W-VENTA-PRODUCTO TO W-ABO-PRODUCTO
           PERFORM BUSCAR-ABONO
           IF ABONO-EN-TABLA
               MOVE LT-lote      TO W-ABO-LOTE
               MOVE LT-caducidad TO W-ABO-CADUCIDAD
               PERFORM RECORDAR-LOTE-ABONO
           END-IF
           REWRITE REG-LOTE END-REWRITE.

       DEVOLVER-A-LOTE.
           MOVE DIA-cod-cliente  TO W-ABO-CLIENTE
           MOVE W-VENTA-PRODUCTO TO W-ABO-PRODUCTO
           PERFORM BUSCAR-ABONO
           IF ABONO-EN-TABLA
               IF TA-encontrado(W-IX-ABONO) = 'S'
                   MOVE W-VENTA-PRODUCTO TO LT-idproducto
                   MOVE TA-caducidad(W-IX-ABONO) TO LT-caducidad
                   MOVE TA-lote(W-IX-ABONO)      TO LT-lote
                   READ LOTES
                       INVALID KEY
                           MOVE 'N' TO W-ABO-ENC
                   END-READ
               ELSE
                   MOVE 'N' TO W-ABO-ENC
               END-IF
           END-IF
           MOVE SPACES           TO REG-LOTEMOV
           MOVE 'A'              TO LM-tipo
           MOVE W-FECHA-VENTA    TO LM-fecha
           MOVE DIA-cod-cliente  TO LM-cod-cliente
           MOVE DIA-kilos-N      TO LM-kilos
           IF ABONO-EN-TABLA
               ADD DIA-kilos-N TO LT-existencias
               MOVE LT-proveedor TO LM-proveedor
               MOVE LT-pedido    TO LM-pedido
               PERFORM GRABAR-MOVIMIENTO-LOTE
               REWRITE REG-LOTE END-REWRITE
           ELSE
               ADD 1 TO W-CNT-SIN-LOTE
               MOVE W-VENTA-PRODUCTO TO LM-idproducto
               MOVE 0                TO LM-caducidad
               PERFORM GRABAR-MOVIMIENTO-LOTE-SL
           END-IF.

      * COMPLETA LA FILA CON EL LOTE EN CURSO (REG-LOTE) Y LA GRABA.
       GRABAR-MOVIMIENTO-LOTE.
           MOVE LT-idproducto TO LM-idproducto
           MOVE LT-lote       TO LM-lote
           MOVE LT-caducidad  TO LM-caducidad
           PERFORM GRABAR-MOVIMIENTO-LOTE-SL.

       GRABAR-MOVIMIENTO-LOTE-SL.
           MOVE WFECHA-HOY    TO LM-fecha-proceso
           WRITE REG-LOTEMOV.

       DESTRIPAR-LINEA.
           SET LINEA-VALIDA TO TRUE
           MOVE SPACES TO DESTRIPAR W-ID-RAW
           unstring W-LINEA delimited by ';' into
               W-ID-RAW W-CANTIDAD W-PROV-RAW W-COSTE-RAW W-delegacion
               W-PEDFIJO-RAW
           end-unstring
           unstring W-ID-RAW delimited by ' ' into W-idproducto
           end-unstring
              OR wcant-e NOT NUMERIC
              OR wcant-d NOT NUMERIC
               SET LINEA-INVALIDA TO TRUE
           END-IF
           MOVE 'N' TO W-HAY-COSTE
           IF W-COSTE-RAW NOT = SPACES AND LINEA-DE-MINIMOS
               PERFORM DESTRIPAR-COSTE
           END-IF
           MOVE 0 TO wped-n
           IF W-PEDFIJO-RAW NOT = SPACES AND LINEA-DE-MINIMOS
               PERFORM DESTRIPAR-PEDIDO-FIJO
           END-IF
           IF LINEA-DE-TRASPASO
               MOVE SPACES TO W-delegacion
           END-IF
           IF LINEA-DE-RECEPCION
               unstring W-LINEA delimited by ';' into
                   W-ID-RAW W-CANTIDAD W-LOTE W-CADUCIDAD W-delegacion
               end-unstring
      * UNA CADUCIDAD NO NUMERICA O IMPOSIBLE SE GUARDA A CERO: LA
      * LINEA ENTRA SIN FECHA Y RECEPCION (STEP038), QUE HACE LA
      * MISMA COMPROBACION, YA LA HA SACADO COMO DISCREPANCIA.
               MOVE 0 TO W-CADUCIDAD-N
               IF W-CADUCIDAD NUMERIC
                   PERFORM VALIDAR-CADUCIDAD
                   IF CADUCIDAD-VALIDA
                       MOVE W-CADUCIDAD TO W-CADUCIDAD-N
                   END-IF
               END-IF
               IF W-LOTE = SPACES
                   MOVE 0 TO W-CADUCIDAD-N
               END-IF
           END-IF.

      * MES 1-12 Y DIA ENTRE 1 Y LOS DEL MES (FEBRERO DE 29 EN
      * BISIESTO), IGUAL QUE EN RECEPCION.
       VALIDAR-CADUCIDAD.
           SET CADUCIDAD-VALIDA TO TRUE
           IF W-CAD-MM < 1 OR W-CAD-MM > 12 OR W-CAD-DD < 1
               SET CADUCIDAD-INVALIDA TO TRUE
           ELSE
               MOVE W-DIAS-MES-T(W-CAD-MM) TO W-DIAS-MES
               IF W-CAD-MM = 2
                   DIVIDE W-CAD-AAAA BY 4
                       GIVING W-BIS-COCIENTE REMAINDER W-BIS-RESTO4
                   DIVIDE W-CAD-AAAA BY 100
                       GIVING W-BIS-COCIENTE REMAINDER W-BIS-RESTO100
                   DIVIDE W-CAD-AAAA BY 400
                       GIVING W-BIS-COCIENTE REMAINDER W-BIS-RESTO400
                   IF W-BIS-RESTO4 = 0 AND
                      (W-BIS-RESTO100 NOT = 0 OR W-BIS-RESTO400 = 0)
                       MOVE 29 TO W-DIAS-MES
                   END-IF
               END-IF
               IF W-CAD-DD > W-DIAS-MES
                   SET CADUCIDAD-INVALIDA TO TRUE
               END-IF
           END-IF.

       DESTRIPAR-COSTE.
           MOVE SPACES TO wcoste-a W-COSTE-ENTERO-RAW
           MOVE 0 TO W-LEN-COSTE-ENTERO
           unstring W-COSTE-RAW delimited by ',' or ' '
               into W-COSTE-ENTERO-RAW COUNT IN W-LEN-COSTE-ENTERO
                    wcoste-d
           end-unstring
           IF W-LEN-COSTE-ENTERO > 0 AND W-LEN-COSTE-ENTERO <= 5
               MOVE W-COSTE-ENTERO-RAW(1:W-LEN-COSTE-ENTERO)
                   TO wcoste-e
           END-IF
           inspect wcoste-a replacing all ' ' by '0'
           IF wcoste-e NOT NUMERIC OR wcoste-d NOT NUMERIC
              OR W-LEN-COSTE-ENTERO > 5
               SET LINEA-INVALIDA TO TRUE
           ELSE
               SET HAY-COSTE-PACTADO TO TRUE
           END-IF.

       DESTRIPAR-PEDIDO-FIJO.
           MOVE SPACES TO wped-a W-PEDFIJO-ENTERO-RAW
           MOVE 0 TO W-LEN-PEDFIJO-ENTERO
           unstring W-PEDFIJO-RAW delimited by ',' or ' '
               into W-PEDFIJO-ENTERO-RAW COUNT IN W-LEN-PEDFIJO-ENTERO
                    wped-d
           end-unstring
           IF W-LEN-PEDFIJO-ENTERO > 0 AND W-LEN-PEDFIJO-ENTERO <= 7
               MOVE W-PEDFIJO-ENTERO-RAW(1:W-LEN-PEDFIJO-ENTERO)
                   TO wped-e
           END-IF
           inspect wped-a replacing all ' ' by '0'
           IF wped-e NOT NUMERIC OR wped-d NOT NUMERIC
              OR W-LEN-PEDFIJO-ENTERO > 7
               SET LINEA-INVALIDA TO TRUE
               MOVE 0 TO wped-n
           END-IF.

       LOCALIZAR-STOCK.
                   MOVE 0 TO ST-existencias
                   MOVE 0 TO ST-minimo
                   MOVE SPACES TO ST-proveedor
                   MOVE 0 TO ST-coste-medio
                   MOVE 0 TO ST-coste-compra
                   WRITE REG-STOCK END-WRITE
           END-READ.

       LOCALIZAR-STOCK-DELEG.
           MOVE SPACES TO SD-idproducto
           MOVE W-idproducto  TO SD-idproducto
           MOVE W-DELEG-STOCK TO SD-delegacion
           READ STOCKDEL
               INVALID KEY
                   MOVE SPACES TO SD-idproducto
                   MOVE W-idproducto  TO SD-idproducto
                   MOVE W-DELEG-STOCK TO SD-delegacion
                   MOVE 0 TO SD-existencias SD-minimo SD-transito
                             SD-cantidad-pedido
                   WRITE REG-STOCK-DELEG END-WRITE
           END-READ.

      * LA DELEGACION EN BLANCO (ALMACEN GENERAL) SIEMPRE VALE; LAS
      * DEMAS TIENEN QUE ESTAR EN EL MAESTRO.
       VALIDAR-DELEGACION.
           SET DELEGACION-VALIDA TO TRUE
           IF W-DELEG-BUSCADA NOT = SPACES
               MOVE 'N' TO W-DELEG-VALIDA
               IF MAESTRO-DELEG-DISPONIBLE
                   MOVE W-DELEG-BUSCADA TO DG-codigo
                   READ DELEGACIONES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET DELEGACION-VALIDA TO TRUE
                   END-READ
               END-IF
           END-IF.

      * PRIMERA NOCHE CON STOCK POR DELEGACION: SI NAT-STOCK-DELEG
      * ESTA VACIO, LAS EXISTENCIAS Y EL MINIMO DE CADA PRODUCTO
      * PASAN AL ALMACEN GENERAL, DESDE DONDE SE REPARTEN A LAS
      * DELEGACIONES CON TRASPASOS.
       SEMBRAR-STOCK-DELEG.
           MOVE LOW-VALUES TO SD-CLAVE
           MOVE 0 TO FE
           START STOCKDEL KEY IS NOT < SD-CLAVE
               INVALID KEY MOVE 1 TO FE
           END-START
           IF FE = 1
               MOVE SPACES TO ST-idproducto
               MOVE 0 TO FE
               START STOCK KEY IS NOT < ST-idproducto
                   INVALID KEY MOVE 1 TO FE
               END-START
               PERFORM UNTIL FE = 1
                   READ STOCK NEXT RECORD
                       AT END MOVE 1 TO FE
                   END-READ
                   IF FE = 0
                       MOVE ST-idproducto  TO SD-idproducto
                       MOVE SPACES         TO SD-delegacion
                       MOVE ST-existencias TO SD-existencias
                       MOVE ST-minimo      TO SD-minimo
                       MOVE 0              TO SD-transito
                       MOVE 0              TO SD-cantidad-pedido
                       WRITE REG-STOCK-DELEG END-WRITE
                   END-IF
               END-PERFORM
           END-IF.

      * LA RECEPCION ENTRA EN LA DELEGACION DE LA LINEA; SIN ELLA, EN
      * LA DEL PEDIDO CONTRA EL QUE CASO Y, SIN PEDIDO, EN EL ALMACEN
      * GENERAL. UNA DELEGACION QUE NO ESTA EN EL MAESTRO TAMBIEN VA
      * AL GENERAL, CON RC=4, PARA NO PERDER LOS KILOS.
       ENTRADA-DELEGACION.
           MOVE W-delegacion TO W-DELEG-STOCK
           IF W-delegacion = SPACES AND PEDIDOS-DISPONIBLE AND
              FE-VAL = 0 AND VAL-LINEA = REG-RECEPCION AND
              VAL-PEDIDO NOT = SPACES
               MOVE VAL-PEDIDO TO PED-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PED-delegacion TO W-DELEG-STOCK
               END-READ
           END-IF
           MOVE W-DELEG-STOCK TO W-DELEG-BUSCADA
           PERFORM VALIDAR-DELEGACION
           IF NOT DELEGACION-VALIDA
               ADD 1 TO W-CNT-DELEG-DESC
               MOVE SPACES TO W-DELEG-STOCK
           END-IF
           PERFORM LOCALIZAR-STOCK-DELEG
           ADD wcant-n TO SD-existencias
           REWRITE REG-STOCK-DELEG END-REWRITE.

      * LA VENTA SALE DEL ALMACEN DE LA DELEGACION QUE LA HIZO (EL
      * GENERAL SI LA LINEA NO TRAE DELEGACION); EL ABONO VUELVE AL
      * MISMO ALMACEN.
       VENTA-DELEGACION.
           MOVE DIA-cod-producto TO W-idproducto
           MOVE DIA-delegacion   TO W-DELEG-STOCK
           PERFORM LOCALIZAR-STOCK-DELEG
           IF DIA-tipo-mov = 'A'
               ADD DIA-kilos-N TO SD-existencias
           ELSE
               SUBTRACT DIA-kilos-N FROM SD-existencias
           END-IF
           REWRITE REG-STOCK-DELEG END-REWRITE.

       BUSCAR-ULTIMO-TRASPASO.
           MOVE 0 TO W-NUM-TRASPASO
           MOVE SPACES TO TR-NUMERO
           MOVE 0 TO FE-TRP
           START TRASPASOS KEY IS NOT < TR-NUMERO
               INVALID KEY MOVE 1 TO FE-TRP
           END-START
           PERFORM UNTIL FE-TRP = 1
               READ TRASPASOS NEXT RECORD
                   AT END MOVE 1 TO FE-TRP
               END-READ
               IF FE-TRP = 0 AND TR-NUMERO NUMERIC
                   MOVE TR-NUMERO TO W-TRP-NUM-X
                   IF W-TRP-NUM-N > W-NUM-TRASPASO
                       MOVE W-TRP-NUM-N TO W-NUM-TRASPASO
                   END-IF
               END-IF
           END-PERFORM.

       APLICAR-TRASPASOS.
           OPEN INPUT TRASPASOSTXT
           IF WS-FS-TTX NOT = '00'
               CLOSE TRASPASOSTXT
           ELSE
               WRITE REG-SALIDA FROM CAB-TRP-1 END-WRITE
               WRITE REG-SALIDA FROM CAB-TRP-2 END-WRITE
               MOVE 0 TO FE
               READ TRASPASOSTXT AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   ADD 1 TO W-CNT-LEIDOS
                   PERFORM TRATAR-TRASPASO
                   READ TRASPASOSTXT AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE TRASPASOSTXT
               MOVE W-CNT-TRP-ENVIADOS   TO S-CNT-TRP-ENV
               MOVE W-CNT-TRP-RECIBIDOS  TO S-CNT-TRP-REC
               MOVE W-CNT-TRP-RECHAZADOS TO S-CNT-TRP-RCH
               WRITE REG-SALIDA FROM CAB-TRP-4 END-WRITE
           END-IF.

       TRATAR-TRASPASO.
           MOVE SPACES TO W-TRASPASO W-TRP-ORIGEN W-TRP-MOTIVO
           unstring REG-TRASPASO-TXT delimited by ';' into
               W-TRP-TIPO W-TRP-CAMPO-2 W-TRP-DESTINO
               W-TRP-PRODUCTO W-TRP-KILOS
           end-unstring
           EVALUATE W-TRP-TIPO
               WHEN 'E'
                   PERFORM ENVIAR-TRASPASO
               WHEN 'R'
                   PERFORM RECIBIR-TRASPASO
               WHEN OTHER
                   MOVE 'TIPO DE LINEA INVALIDO' TO W-TRP-MOTIVO
           END-EVALUATE
           IF W-TRP-MOTIVO NOT = SPACES
               ADD 1 TO W-CNT-TRP-RECHAZADOS W-CNT-RECHAZADOS
               MOVE SPACES TO S-TRP-NUMERO S-TRP-ORIGEN
                              S-TRP-DESTINO S-TRP-PRODUCTO
               MOVE 0 TO S-TRP-KILOS
               MOVE W-TRP-MOTIVO    TO S-TRP-SITUACION
               MOVE REG-TRASPASO-TXT TO S-TRP-LINEA
               WRITE REG-SALIDA FROM CAB-TRP-3 END-WRITE
           END-IF.

      * ENVIO: LA LINEA SE CONVIERTE A PRODUCTO;KILOS PARA VALIDARLA
      * COMO LAS DE MINIMOS Y RECEPCIONES. NO SE ENVIA LO QUE EL
      * ORIGEN NO TIENE.
       ENVIAR-TRASPASO.
           MOVE W-TRP-CAMPO-2 TO W-TRP-ORIGEN
           SET LINEA-DE-TRASPASO TO TRUE
           MOVE SPACES TO W-LINEA
           STRING W-TRP-PRODUCTO DELIMITED BY SPACE
                  ';'            DELIMITED BY SIZE
                  W-TRP-KILOS    DELIMITED BY SPACE
               INTO W-LINEA
           END-STRING
           PERFORM DESTRIPAR-LINEA
           IF LINEA-INVALIDA OR wcant-n = 0
               MOVE 'PRODUCTO O KILOS INVALIDOS' TO W-TRP-MOTIVO
           END-IF
           IF W-TRP-MOTIVO = SPACES AND W-TRP-ORIGEN = W-TRP-DESTINO
               MOVE 'ORIGEN IGUAL A DESTINO' TO W-TRP-MOTIVO
           END-IF
           IF W-TRP-MOTIVO = SPACES
               MOVE W-TRP-ORIGEN TO W-DELEG-BUSCADA
               PERFORM VALIDAR-DELEGACION
               IF NOT DELEGACION-VALIDA
                   MOVE 'DELEGACION ORIGEN DESCONOCIDA'
                       TO W-TRP-MOTIVO
               END-IF
           END-IF
           IF W-TRP-MOTIVO = SPACES
               MOVE W-TRP-DESTINO TO W-DELEG-BUSCADA
               PERFORM VALIDAR-DELEGACION
               IF NOT DELEGACION-VALIDA
                   MOVE 'DELEGACION DESTINO DESCONOCIDA'
                       TO W-TRP-MOTIVO
               END-IF
           END-IF
           IF W-TRP-MOTIVO = SPACES
               MOVE W-TRP-ORIGEN TO W-DELEG-STOCK
               PERFORM LOCALIZAR-STOCK-DELEG
               IF SD-existencias < wcant-n
                   MOVE 'SIN EXISTENCIAS EN ORIGEN' TO W-TRP-MOTIVO
               END-IF
           END-IF
           IF W-TRP-MOTIVO = SPACES
               SUBTRACT wcant-n FROM SD-existencias
               REWRITE REG-STOCK-DELEG END-REWRITE
               MOVE W-TRP-DESTINO TO W-DELEG-STOCK
               PERFORM LOCALIZAR-STOCK-DELEG
               ADD wcant-n TO SD-transito
               REWRITE REG-STOCK-DELEG END-REWRITE
               ADD 1 TO W-NUM-TRASPASO
               MOVE W-NUM-TRASPASO TO W-TRP-NUM-N
               MOVE SPACES         TO REG-TRASPASO
               MOVE W-TRP-NUM-X    TO TR-NUMERO
               MOVE W-TRP-ORIGEN   TO TR-origen
               MOVE W-TRP-DESTINO  TO TR-destino
               MOVE W-idproducto   TO TR-idproducto
               MOVE wcant-n        TO TR-kilos
               MOVE WFECHA-HOY     TO TR-fecha-envio
               MOVE 0              TO TR-fecha-recepcion
               MOVE 'T'            TO TR-ESTADO
               WRITE REG-TRASPASO END-WRITE
               ADD 1 TO W-CNT-TRP-ENVIADOS W-CNT-ACTUALIZADOS
               MOVE 'EN CAMINO' TO S-TRP-SITUACION
               PERFORM IMPRIMIR-TRASPASO
           END-IF.

      * LLEGADA: EL DESTINO CONFIRMA EL NUMERO DE TRASPASO Y LOS
      * KILOS PASAN DE EN CAMINO A SUS EXISTENCIAS.
       RECIBIR-TRASPASO.
           unstring W-TRP-CAMPO-2 delimited by ' ' into W-TRP-NUMERO
           end-unstring
           inspect W-TRP-NUMERO replacing all ' ' by '0'
           IF W-TRP-NUMERO NOT NUMERIC
               MOVE 'NUMERO DE TRASPASO INVALIDO' TO W-TRP-MOTIVO
           ELSE
               MOVE W-TRP-NUMERO TO TR-NUMERO
               READ TRASPASOS
                   INVALID KEY
                       MOVE 'TRASPASO INEXISTENTE' TO W-TRP-MOTIVO
               END-READ
           END-IF
           IF W-TRP-MOTIVO = SPACES AND TR-ESTADO NOT = 'T'
               MOVE 'TRASPASO YA RECIBIDO' TO W-TRP-MOTIVO
           END-IF
           IF W-TRP-MOTIVO = SPACES
               MOVE TR-idproducto(1:2) TO W-idproducto
               MOVE TR-destino         TO W-DELEG-STOCK
               PERFORM LOCALIZAR-STOCK-DELEG
               IF SD-transito < TR-kilos
                   MOVE 0 TO SD-transito
               ELSE
                   SUBTRACT TR-kilos FROM SD-transito
               END-IF
               ADD TR-kilos TO SD-existencias
               REWRITE REG-STOCK-DELEG END-REWRITE
               MOVE 'C'        TO TR-ESTADO
               MOVE WFECHA-HOY TO TR-fecha-recepcion
               REWRITE REG-TRASPASO END-REWRITE
               ADD 1 TO W-CNT-TRP-RECIBIDOS W-CNT-ACTUALIZADOS
               MOVE 'RECIBIDO EN DESTINO' TO S-TRP-SITUACION
               PERFORM IMPRIMIR-TRASPASO
           END-IF.

       IMPRIMIR-TRASPASO.
           MOVE TR-NUMERO     TO S-TRP-NUMERO
           MOVE TR-origen     TO S-TRP-ORIGEN
           MOVE TR-destino    TO S-TRP-DESTINO
           MOVE TR-idproducto TO S-TRP-PRODUCTO
           MOVE TR-kilos      TO S-TRP-KILOS
           MOVE SPACES        TO S-TRP-LINEA
           WRITE REG-SALIDA FROM CAB-TRP-3 END-WRITE.

      * LA SITUACION Y LA ALERTA SALEN POR PRODUCTO Y DELEGACION.
       INFORME-STOCK.
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           MOVE LOW-VALUES TO SD-CLAVE
           MOVE 0 TO FE
           START STOCKDEL KEY IS NOT < SD-CLAVE
               INVALID KEY MOVE 1 TO FE
           END-START
           PERFORM UNTIL FE = 1
               READ STOCKDEL NEXT RECORD
                   AT END MOVE 1 TO FE
               END-READ
               IF FE = 0
               END-IF
           END-PERFORM
           MOVE W-CNT-ALERTAS TO S-CNT-ALERTAS
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE
           IF W-CNT-SIN-COSTE > 0
               MOVE W-CNT-SIN-COSTE TO S-CNT-SIN-COSTE
               WRITE REG-SALIDA FROM CABECERA5 END-WRITE
           END-IF
           IF W-CNT-SIN-LOTE > 0
               MOVE W-CNT-SIN-LOTE TO S-CNT-SIN-LOTE
               WRITE REG-SALIDA FROM CABECERA6 END-WRITE
           END-IF
           IF W-CNT-DELEG-DESC > 0
               MOVE W-CNT-DELEG-DESC TO S-CNT-DELEG-DESC
               WRITE REG-SALIDA FROM CABECERA7 END-WRITE
           END-IF.

       IMPRIMIR-SITUACION.
           MOVE SD-idproducto    TO ST-idproducto
           READ STOCK
               INVALID KEY
                   MOVE SPACES TO ST-proveedor
                   MOVE 0 TO ST-coste-medio ST-coste-compra
           END-READ
           MOVE SD-idproducto    TO S-idproducto
           MOVE SD-delegacion    TO S-delegacion
           MOVE 'DESCONOCIDO'    TO P-NomProducto
           MOVE SD-idproducto    TO P-idproducto
           READ PRODUCTOS
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE P-NomProducto    TO S-NomProducto
           MOVE SD-existencias   TO S-existencias
           MOVE SD-transito      TO S-transito
           MOVE SD-minimo        TO S-minimo
           MOVE SPACES TO S-pedido
           COMPUTE W-DISPONIBLE = SD-existencias + SD-transito
           IF W-DISPONIBLE <= SD-minimo
               ADD 1 TO W-CNT-ALERTAS
               MOVE 'REPONER'    TO S-situacion
               IF SD-cantidad-pedido > 0
                   COMPUTE W-SUGERIDO = SD-minimo - W-DISPONIBLE
                                      + SD-cantidad-pedido
               ELSE
                   COMPUTE W-SUGERIDO = SD-minimo * 2 - W-DISPONIBLE
               END-IF
               MOVE W-SUGERIDO   TO S-sugerido
               IF PEDIDOS-DISPONIBLE AND W-SUGERIDO > 0
                   PERFORM GENERAR-PEDIDO
                   AT END MOVE 1 TO FE-PED
               END-READ
               IF FE-PED = 0 AND PED-ESTADO = 'A' AND
                  PED-idproducto = SD-idproducto AND
                  PED-delegacion = SD-delegacion
                   SET HAY-PEDIDO-ABIERTO TO TRUE
                   MOVE 1 TO FE-PED
               END-IF
               MOVE W-PED-NUM-X  TO PED-NUMERO
               MOVE ST-idproducto TO PED-idproducto
               MOVE ST-proveedor  TO PED-proveedor
               MOVE SD-delegacion TO PED-delegacion
               MOVE WFECHA-HOY    TO PED-FECHA
               MOVE W-SUGERIDO    TO PED-CANTIDAD
               MOVE 0             TO PED-RECIBIDO
               MOVE 'A'           TO PED-ESTADO
               IF ST-coste-compra > 0
                   MOVE ST-coste-compra TO PED-COSTE
               ELSE
                   MOVE ST-coste-medio  TO PED-COSTE
               END-IF
               WRITE REG-PEDIDO
                   INVALID KEY
                       CONTINUE
