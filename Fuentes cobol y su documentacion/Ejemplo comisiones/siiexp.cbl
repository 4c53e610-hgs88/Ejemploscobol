       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIIEXP.
       AUTHOR. J.GAYAN.
      * EXTRACTO NOCTURNO DE FACTURAS EXPEDIDAS PARA EL SII DE LA
      * AEAT (PLAZO: CUATRO DIAS HABILES DESDE LA EXPEDICION).
      * RECORRE NAT-FACTURAS.REG, AGRUPA LAS LINEAS DE CADA FACTURA
      * (SERIE F) O RECTIFICATIVA (SERIE R), DESGLOSA BASE, TIPO Y
      * CUOTA POR TIPO DE IVA Y GRABA UN REGISTRO POR DOCUMENTO EN
      * NAT-SII.EXP. CADA DOCUMENTO TIENE SU FILA DE SITUACION EN
      * NAT-SII.EST; SIIRESP ANOTA EN ELLA LA RESPUESTA DE LA AGENCIA.
      * SOLO SE EXTRAEN LOS DOCUMENTOS NUEVOS, LOS QUE ESPERABAN NIF
      * DEL CLIENTE Y YA LO TIENEN, Y LOS RECHAZADOS CUYO CLIENTE
      * TIENE AHORA UN NIF DISTINTO DEL ENVIADO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT registro ASSIGN TO 'NAT-facturas.reg'
           organization is line sequential
           FILE STATUS IS WS-FS-REG.
           SELECT estado ASSIGN TO 'NAT-sii.est'
           organization is line sequential
           FILE STATUS IS WS-FS-EST.
           SELECT parametros ASSIGN TO 'NAT-sii.par'
           organization is line sequential
           FILE STATUS IS WS-FS-PAR.
           SELECT clientes ASSIGN TO 'NAT-clientes'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS C-cod-cliente
           FILE STATUS IS WS-FS-CLIENTES.
           SELECT productos ASSIGN TO 'NAT-productos'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS P-idproducto
           FILE STATUS IS WS-FS-PRODUCTOS.
           SELECT ivatasas ASSIGN TO 'NAT-iva.tasas'
           organization is line sequential
           FILE STATUS IS WS-FS-IVA.
           SELECT expedidas ASSIGN TO 'NAT-sii.exp'
           organization is line sequential.
           SELECT salida  ASSIGN TO 'NAT-salida-siiexp'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 94 CHARACTERS
           DATA RECORD IS REG-REGISTRO.
       01  REG-REGISTRO.
           03 FR-numero         PIC 9(8).
           03 FR-cod-cliente    PIC X(4).
           03 FR-fecha-emision  PIC 9(8).
           03 FR-cod-vendedor   PIC X(4).
           03 FR-cod-producto   PIC XX.
           03 FR-fecha-venta    PIC X(8).
           03 FR-kilos          PIC X(6).
           03 FR-valor          PIC X(11).
           03 FR-valor-N REDEFINES FR-valor PIC 9(9)V99.
           03 FR-cuota          PIC X(11).
           03 FR-cuota-N REDEFINES FR-cuota PIC 9(9)V99.
           03 FR-total          PIC X(11).
           03 FR-tipo-mov       PIC X.
           03 FR-delegacion     PIC X(3).
           03 FR-serie          PIC X.
           03 FR-factura-origen PIC 9(8).
           03 FR-fecha-origen   PIC X(8).
      * SITUACION SII DE CADA DOCUMENTO. ES-ESTADO: 'N' SIN NIF DEL
      * CLIENTE (NO ENVIADO), 'E' ENVIADO SIN RESPUESTA, 'A' ACEPTADO,
      * 'W' ACEPTADO CON ERRORES, 'R' RECHAZADO.
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
       FD  PARAMETROS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 9 CHARACTERS
           DATA RECORD IS REG-PARAMETROS.
       01  REG-PARAMETROS.
           03 PAR-NIF-EMISOR  PIC X(9).
       FD  CLIENTES
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
       FD  IVATASAS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 6 CHARACTERS
           DATA RECORD IS REG-IVA.
       01  REG-IVA.
           03 IVA-IDGRUPO       PIC X.
      *    IVA-PORCENTAJE: 5 DIGITOS ZERO-FILLED, 9(3)V99 IMPLICITO
           03 IVA-PORCENTAJE    PIC X(5).
      * REGISTRO DE FACTURA EXPEDIDA (LIBRO REGISTRO SII). NUMERO DE
      * FACTURA = SERIE + NUMERO; FECHAS DD-MM-AAAA. TIPO F1 FACTURA,
      * R1 RECTIFICATIVA POR DIFERENCIAS (IMPORTES NEGATIVOS) CON LA
      * FACTURA QUE CORRIGE. HASTA SEIS TIPOS DE IVA POR DOCUMENTO.
       FD  EXPEDIDAS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 340 CHARACTERS
           DATA RECORD IS REG-EXPEDIDA.
       01  REG-EXPEDIDA.
           03 SX-lote             PIC 9(8).
           03 SX-nif-emisor       PIC X(9).
           03 SX-ejercicio        PIC 9(4).
           03 SX-periodo          PIC 99.
           03 SX-num-serie        PIC X(9).
           03 SX-fecha-expedicion PIC X(10).
           03 SX-tipo-factura     PIC X(2).
           03 SX-tipo-rectif      PIC X.
           03 SX-num-origen       PIC X(9).
           03 SX-fecha-origen     PIC X(10).
           03 SX-clave-regimen    PIC X(2).
           03 SX-calificacion     PIC X(2).
           03 SX-descripcion      PIC X(30).
           03 SX-nif-cliente      PIC X(9).
           03 SX-nombre-cliente   PIC X(20).
           03 SX-importe-total    PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 SX-num-tipos        PIC 9.
           03 SX-desglose OCCURS 6 TIMES.
              05 SX-tipo          PIC 9(3)V99.
              05 SX-base          PIC S9(11)V99 SIGN LEADING SEPARATE.
              05 SX-cuota         PIC S9(11)V99 SIGN LEADING SEPARATE.
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
       01  WS-FS-REG           PIC XX.
       01  WS-FS-EST           PIC XX.
       01  WS-FS-PAR           PIC XX.
       01  WS-FS-CLIENTES      PIC XX.
       01  WS-FS-PRODUCTOS     PIC XX.
       01  WS-FS-IVA           PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  W-NIF-EMISOR        PIC X(9) VALUE SPACES.
       01  W-IDPRODUCTO-CLAVE  PIC X(4).
       01  W-ENCONTRADO PIC X VALUE 'N'.
           88 ENCONTRADO-S VALUE 'S'.
       01  TABLA-IVA.
           03 TI-TIPO OCCURS 50 TIMES INDEXED BY IX-IVA.
              05 TI-IDGRUPO        PIC X.
              05 TI-PORCENTAJE     PIC X(5).
              05 TI-PORCENTAJE-N REDEFINES TI-PORCENTAJE PIC 9(3)V99.
       77  W-NUM-IVA    PIC 9(4) COMP VALUE 0.
       77  W-IVA-N      PIC 9(3)V99 VALUE 0.
       77  FE-IVA       PIC 9 VALUE 0.
      * SITUACION SII EN MEMORIA; TE-VISTA MARCA LOS DOCUMENTOS QUE
      * SIGUEN EN EL REGISTRO. LOS ACEPTADOS QUE YA NO ESTAN EN EL
      * REGISTRO (PODADO AL CIERRE) SE DEJAN DE ARRASTRAR.
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
              05 TE-VISTA           PIC X.
       77  W-NUM-ESTADO        PIC 9(5) COMP VALUE 0.
       77  W-IX-ACTUAL         PIC 9(5) COMP VALUE 0.
       77  W-IX-BUS            PIC 9(5) COMP VALUE 0.
       01  W-EST-DESBORDE      PIC X VALUE 'N'.
           88 ESTADO-DESBORDADO      VALUE 'S'.
       01  W-BUS-SERIE         PIC X.
       01  W-BUS-NUMERO        PIC 9(8).
      * DOCUMENTO EN CURSO Y SU DESGLOSE POR TIPO DE IVA.
       01  W-DOC-ABIERTO       PIC X VALUE 'N'.
           88 HAY-DOCUMENTO          VALUE 'S'.
       01  W-DOC.
           03 W-DOC-SERIE         PIC X.
           03 W-DOC-NUMERO        PIC 9(8).
           03 W-DOC-CLIENTE       PIC X(4).
           03 W-DOC-EMISION       PIC 9(8).
           03 W-DOC-ORIGEN        PIC 9(8).
           03 W-DOC-FECHA-ORIGEN  PIC X(8).
           03 W-DOC-BASE          PIC S9(11)V99.
           03 W-DOC-CUOTA         PIC S9(11)V99.
       01  TABLA-TIPOS.
           03 TT-FILA OCCURS 6 TIMES INDEXED BY IX-TIP.
              05 TT-TIPO       PIC 9(3)V99.
              05 TT-BASE       PIC S9(11)V99.
              05 TT-CUOTA      PIC S9(11)V99.
       77  W-NUM-TIPOS         PIC 9 VALUE 0.
       01  W-TIPOS-EXCESO      PIC X VALUE 'N'.
           88 DEMASIADOS-TIPOS       VALUE 'S'.
       01  W-LIN-SERIE         PIC X.
       01  W-BASE              PIC S9(9)V99 VALUE 0.
       01  W-CUOTA             PIC S9(9)V99 VALUE 0.
       01  W-NIF-CLIENTE       PIC X(9).
       01  W-NOMBRE-CLIENTE    PIC X(20).
       01  W-FECHA-SII         PIC X(10).
       01  W-FECHA-AUX         PIC 9(8).
       01  W-OBSERVACION       PIC X(24).
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
       77  W-CNT-DOCUMENTOS    PIC 9(7) VALUE 0.
       77  W-CNT-NUEVOS        PIC 9(7) VALUE 0.
       77  W-CNT-ENVIADOS      PIC 9(7) VALUE 0.
       77  W-CNT-REENVIADOS    PIC 9(7) VALUE 0.
       77  W-CNT-SIN-NIF       PIC 9(7) VALUE 0.
       77  W-CNT-RETENIDOS     PIC 9(7) VALUE 0.
       77  W-CNT-PODADOS       PIC 9(7) VALUE 0.
       01  W-TOT-BASE          PIC S9(13)V99 VALUE 0.
       01  W-TOT-CUOTA         PIC S9(13)V99 VALUE 0.
       01  WFECHA-HOY          PIC 9(8).
       01  WHORA-HOY           PIC 9(6).
       77  FE       PIC 9    VALUE 0.
       77  FE-EST   PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(34)
              VALUE 'EXTRACTO SII FACTURAS EXPEDIDAS  '.
           03 FILLER PIC X(6)   VALUE 'LOTE: '.
           03 S-LOTE         PIC 9(8).
           03 FILLER PIC X(14)  VALUE '  NIF EMISOR: '.
           03 S-NIF-EMISOR   PIC X(9).
       01  CABECERA2.
           03 FILLER PIC X(9)   VALUE 'documento'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(4)   VALUE 'tipo'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(7)   VALUE 'cliente'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(9)   VALUE 'NIF'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'expedida  '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '          base'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '         cuota'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(24)  VALUE 'observacion'.
       01  CABECERA3.
           03 S-DOC-SERIE    PIC X.
           03 S-DOC-NUMERO   PIC 9(8).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-DOC-TIPO     PIC X(4).
           03 FILLER         PIC X(5) VALUE SPACES.
           03 S-DOC-CLIENTE  PIC X(4).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-DOC-NIF      PIC X(9).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-DOC-FECHA    PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-DOC-BASE     PIC -zzz.zzz.zz9,99.
           03 FILLER         PIC X    VALUE SPACES.
           03 S-DOC-CUOTA    PIC -zzz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-DOC-OBS      PIC X(24).
       01  CABECERA4.
           03 FILLER PIC X(46)  VALUE SPACES.
           03 FILLER PIC X(6)   VALUE 'TOTAL '.
           03 S-TOT-BASE     PIC -z.zzz.zzz.zz9,99.
           03 FILLER         PIC X VALUE SPACES.
           03 S-TOT-CUOTA    PIC -z.zzz.zzz.zz9,99.
       01  CABECERA5.
           03 FILLER PIC X(12)  VALUE 'DOCUMENTOS: '.
           03 S-CNT-DOCUMENTOS PIC zzzzz9.
           03 FILLER PIC X(10)  VALUE '  NUEVOS: '.
           03 S-CNT-NUEVOS   PIC zzzzz9.
           03 FILLER PIC X(12)  VALUE '  ENVIADOS: '.
           03 S-CNT-ENVIADOS PIC zzzzz9.
           03 FILLER PIC X(18)  VALUE '  DE ELLOS REENV: '.
           03 S-CNT-REENVIADOS PIC zzzzz9.
           03 FILLER PIC X(11)  VALUE '  SIN NIF: '.
           03 S-CNT-SIN-NIF  PIC zzzzz9.
           03 FILLER PIC X(14)  VALUE '  RETENIDOS: '.
           03 S-CNT-RETENIDOS PIC zzzzz9.

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           PERFORM LEER-PARAMETROS
           IF W-NIF-EMISOR = SPACES
               DISPLAY 'SIIEXP SIN NIF DEL EMISOR EN NAT-SII.PAR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-IVA
           PERFORM CARGAR-ESTADO
           IF ESTADO-DESBORDADO
               DISPLAY 'SIIEXP SITUACION SII DESBORDADA: '
                   'NO SE EXTRAE NI SE REGRABA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REGISTRO CLIENTES PRODUCTOS
           OPEN OUTPUT EXPEDIDAS SALIDA
           MOVE WFECHA-HOY   TO S-LOTE
           MOVE W-NIF-EMISOR TO S-NIF-EMISOR
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           MOVE 'N' TO W-DOC-ABIERTO
           IF WS-FS-REG = '00'
               READ REGISTRO AT END MOVE 1 TO FE END-READ
           ELSE
               MOVE 1 TO FE
           END-IF
           PERFORM UNTIL FE = 1
               ADD 1 TO W-CNT-LEIDOS
               IF FR-serie = 'R'
                   MOVE 'R' TO W-LIN-SERIE
               ELSE
                   MOVE 'F' TO W-LIN-SERIE
               END-IF
               IF HAY-DOCUMENTO AND
                  (W-LIN-SERIE NOT = W-DOC-SERIE OR
                   FR-numero NOT = W-DOC-NUMERO)
                   PERFORM CERRAR-DOCUMENTO
               END-IF
               IF NOT HAY-DOCUMENTO
                   PERFORM EMPEZAR-DOCUMENTO
               END-IF
               PERFORM ACUMULAR-LINEA
               READ REGISTRO AT END MOVE 1 TO FE END-READ
           END-PERFORM
           IF HAY-DOCUMENTO
               PERFORM CERRAR-DOCUMENTO
           END-IF
           MOVE W-TOT-BASE  TO S-TOT-BASE
           MOVE W-TOT-CUOTA TO S-TOT-CUOTA
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE
           MOVE W-CNT-DOCUMENTOS TO S-CNT-DOCUMENTOS
           MOVE W-CNT-NUEVOS     TO S-CNT-NUEVOS
           MOVE W-CNT-ENVIADOS   TO S-CNT-ENVIADOS
           MOVE W-CNT-REENVIADOS TO S-CNT-REENVIADOS
           MOVE W-CNT-SIN-NIF    TO S-CNT-SIN-NIF
           MOVE W-CNT-RETENIDOS  TO S-CNT-RETENIDOS
           WRITE REG-SALIDA FROM CABECERA5 END-WRITE
           PERFORM GRABAR-ESTADO
           PERFORM GRABAR-AUDITORIA
           CLOSE REGISTRO CLIENTES PRODUCTOS EXPEDIDAS SALIDA
           IF W-CNT-RETENIDOS > 0
               DISPLAY 'SIIEXP DOCUMENTOS RETENIDOS: '
                   W-CNT-RETENIDOS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF W-CNT-SIN-NIF > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS AT END MOVE SPACES TO REG-PARAMETROS
               END-READ
               MOVE PAR-NIF-EMISOR TO W-NIF-EMISOR
               CLOSE PARAMETROS
           END-IF.

       CARGAR-IVA.
           MOVE 0 TO W-NUM-IVA
           OPEN INPUT IVATASAS
           IF WS-FS-IVA = '00'
               READ IVATASAS AT END MOVE 1 TO FE-IVA END-READ
               PERFORM UNTIL FE-IVA = 1
                   IF W-NUM-IVA < 50 AND IVA-PORCENTAJE IS NUMERIC
                       ADD 1 TO W-NUM-IVA
                       MOVE IVA-IDGRUPO    TO TI-IDGRUPO(W-NUM-IVA)
                       MOVE IVA-PORCENTAJE TO TI-PORCENTAJE(W-NUM-IVA)
                   END-IF
                   READ IVATASAS AT END MOVE 1 TO FE-IVA END-READ
               END-PERFORM
               CLOSE IVATASAS
           END-IF.

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
                       MOVE 'N'              TO TE-VISTA(IX-EST)
                   ELSE
                       SET ESTADO-DESBORDADO TO TRUE
                   END-IF
                   READ ESTADO AT END MOVE 1 TO FE-EST END-READ
               END-PERFORM
               CLOSE ESTADO
           END-IF.

      * FACTURAS GRABA CADA DOCUMENTO ENTERO Y SEGUIDO EN UNA SOLA
      * NOCHE: EL CAMBIO DE SERIE O NUMERO CIERRA EL DOCUMENTO.
       EMPEZAR-DOCUMENTO.
           MOVE 'S'                TO W-DOC-ABIERTO
           MOVE W-LIN-SERIE        TO W-DOC-SERIE
           MOVE FR-numero          TO W-DOC-NUMERO
           MOVE FR-cod-cliente     TO W-DOC-CLIENTE
           MOVE FR-fecha-emision   TO W-DOC-EMISION
           MOVE FR-factura-origen  TO W-DOC-ORIGEN
           MOVE FR-fecha-origen    TO W-DOC-FECHA-ORIGEN
           MOVE 0                  TO W-DOC-BASE W-DOC-CUOTA
           MOVE 0                  TO W-NUM-TIPOS
           MOVE 'N'                TO W-TIPOS-EXCESO
           INITIALIZE TABLA-TIPOS.

      * EL TIPO SALE DEL GRUPO DEL PRODUCTO (NAT-IVA.TASAS, COMO EN
      * FACTURAS E IVATRIM); SI EL PRODUCTO YA NO EXISTE SE DEDUCE
      * DE LA PROPIA LINEA (CUOTA / BASE).
       ACUMULAR-LINEA.
           IF FR-valor-N NUMERIC
               MOVE FR-valor-N TO W-BASE
           ELSE
               MOVE 0 TO W-BASE
           END-IF
           IF FR-cuota-N NUMERIC
               MOVE FR-cuota-N TO W-CUOTA
           ELSE
               MOVE 0 TO W-CUOTA
           END-IF
           PERFORM BUSCAR-PRODUCTO
           IF ENCONTRADO-S
               PERFORM BUSCAR-IVA
           ELSE
               MOVE 0 TO W-IVA-N
               IF W-BASE > 0
                   COMPUTE W-IVA-N ROUNDED = W-CUOTA * 100 / W-BASE
               END-IF
           END-IF
           IF FR-tipo-mov = 'A'
               COMPUTE W-BASE  = 0 - W-BASE
               COMPUTE W-CUOTA = 0 - W-CUOTA
           END-IF
           ADD W-BASE  TO W-DOC-BASE
           ADD W-CUOTA TO W-DOC-CUOTA
           MOVE 'N' TO W-ENCONTRADO
           PERFORM VARYING IX-TIP FROM 1 BY 1
                   UNTIL IX-TIP > W-NUM-TIPOS OR ENCONTRADO-S
               IF TT-TIPO(IX-TIP) = W-IVA-N
                   ADD W-BASE  TO TT-BASE(IX-TIP)
                   ADD W-CUOTA TO TT-CUOTA(IX-TIP)
                   MOVE 'S' TO W-ENCONTRADO
               END-IF
           END-PERFORM
           IF NOT ENCONTRADO-S
               IF W-NUM-TIPOS < 6
                   ADD 1 TO W-NUM-TIPOS
                   MOVE W-IVA-N TO TT-TIPO(W-NUM-TIPOS)
                   MOVE W-BASE  TO TT-BASE(W-NUM-TIPOS)
                   MOVE W-CUOTA TO TT-CUOTA(W-NUM-TIPOS)
               ELSE
                   SET DEMASIADOS-TIPOS TO TRUE
               END-IF
           END-IF.

       CERRAR-DOCUMENTO.
           ADD 1 TO W-CNT-DOCUMENTOS
           MOVE 'N' TO W-DOC-ABIERTO
           PERFORM BUSCAR-CLIENTE
           MOVE W-DOC-SERIE  TO W-BUS-SERIE
           MOVE W-DOC-NUMERO TO W-BUS-NUMERO
           PERFORM BUSCAR-ESTADO
           IF ENCONTRADO-S
               MOVE W-IX-BUS TO W-IX-ACTUAL
               MOVE 'S' TO TE-VISTA(W-IX-ACTUAL)
               EVALUATE TE-ESTADO(W-IX-ACTUAL)
                   WHEN 'N'
                       IF W-NIF-CLIENTE NOT = SPACES
                           MOVE 'NIF RECIBIDO' TO W-OBSERVACION
                           PERFORM EXTRAER-DOCUMENTO
                       END-IF
                   WHEN 'R'
                       IF W-NIF-CLIENTE NOT = SPACES AND
                          W-NIF-CLIENTE NOT = TE-NIF(W-IX-ACTUAL)
                           ADD 1 TO W-CNT-REENVIADOS
                           MOVE 'REENVIO NIF CORREGIDO'
                               TO W-OBSERVACION
                           PERFORM EXTRAER-DOCUMENTO
                       END-IF
               END-EVALUATE
           ELSE
               IF W-NUM-ESTADO < 5000
                   ADD 1 TO W-NUM-ESTADO
                   ADD 1 TO W-CNT-NUEVOS
                   MOVE W-NUM-ESTADO TO W-IX-ACTUAL
                   MOVE W-DOC-SERIE   TO TE-SERIE(W-IX-ACTUAL)
                   MOVE W-DOC-NUMERO  TO TE-NUMERO(W-IX-ACTUAL)
                   MOVE W-DOC-CLIENTE TO TE-CLIENTE(W-IX-ACTUAL)
                   MOVE SPACES        TO TE-NIF(W-IX-ACTUAL)
                   MOVE W-DOC-EMISION TO TE-EMISION(W-IX-ACTUAL)
                   MOVE 'N'           TO TE-ESTADO(W-IX-ACTUAL)
                   MOVE 0             TO TE-FECHA-ENVIO(W-IX-ACTUAL)
                   MOVE 0         TO TE-FECHA-RESPUESTA(W-IX-ACTUAL)
                   MOVE SPACES        TO TE-CODIGO(W-IX-ACTUAL)
                   MOVE SPACES        TO TE-DESCRIPCION(W-IX-ACTUAL)
                   MOVE W-DOC-BASE    TO TE-BASE(W-IX-ACTUAL)
                   MOVE W-DOC-CUOTA   TO TE-CUOTA(W-IX-ACTUAL)
                   MOVE 0             TO TE-ENVIOS(W-IX-ACTUAL)
                   MOVE 'S'           TO TE-VISTA(W-IX-ACTUAL)
                   IF W-NIF-CLIENTE NOT = SPACES
                       MOVE SPACES TO W-OBSERVACION
                       PERFORM EXTRAER-DOCUMENTO
                   ELSE
                       ADD 1 TO W-CNT-SIN-NIF
                       MOVE 'SIN NIF, NO SE ENVIA' TO W-OBSERVACION
                       PERFORM IMPRIMIR-DOCUMENTO
                   END-IF
               ELSE
                   ADD 1 TO W-CNT-RETENIDOS
                   MOVE 'SIN SITIO EN SITUACION' TO W-OBSERVACION
                   PERFORM IMPRIMIR-DOCUMENTO
               END-IF
           END-IF.

      * UN DOCUMENTO CON MAS DE SEIS TIPOS DE IVA NO CABE EN EL
      * REGISTRO: SE RETIENE Y SE AVISA (RC=8) SIN TOCAR SU SITUACION.
       EXTRAER-DOCUMENTO.
           IF DEMASIADOS-TIPOS
               ADD 1 TO W-CNT-RETENIDOS
               MOVE 'MAS DE 6 TIPOS DE IVA' TO W-OBSERVACION
               PERFORM IMPRIMIR-DOCUMENTO
           ELSE
               MOVE SPACES           TO REG-EXPEDIDA
               MOVE WFECHA-HOY       TO SX-lote
               MOVE W-NIF-EMISOR     TO SX-nif-emisor
               MOVE W-DOC-EMISION(1:4) TO SX-ejercicio
               MOVE W-DOC-EMISION(5:2) TO SX-periodo
               STRING W-DOC-SERIE W-DOC-NUMERO DELIMITED BY SIZE
                   INTO SX-num-serie
               END-STRING
               MOVE W-DOC-EMISION    TO W-FECHA-AUX
               PERFORM FORMATEAR-FECHA-SII
               MOVE W-FECHA-SII      TO SX-fecha-expedicion
               IF W-DOC-SERIE = 'R'
                   MOVE 'R1'         TO SX-tipo-factura
                   MOVE 'I'          TO SX-tipo-rectif
                   STRING 'F' W-DOC-ORIGEN DELIMITED BY SIZE
                       INTO SX-num-origen
                   END-STRING
                   PERFORM FECHA-FACTURA-ORIGEN
                   PERFORM FORMATEAR-FECHA-SII
                   MOVE W-FECHA-SII  TO SX-fecha-origen
                   MOVE 'RECTIFICACION POR DEVOLUCION'
                                     TO SX-descripcion
               ELSE
                   MOVE 'F1'         TO SX-tipo-factura
                   MOVE 'VENTA DE MERCADERIAS'
                                     TO SX-descripcion
               END-IF
               MOVE '01'             TO SX-clave-regimen
               MOVE 'S1'             TO SX-calificacion
               MOVE W-NIF-CLIENTE    TO SX-nif-cliente
               MOVE W-NOMBRE-CLIENTE TO SX-nombre-cliente
               COMPUTE SX-importe-total = W-DOC-BASE + W-DOC-CUOTA
               MOVE W-NUM-TIPOS      TO SX-num-tipos
               PERFORM VARYING IX-TIP FROM 1 BY 1
                       UNTIL IX-TIP > 6
                   IF IX-TIP > W-NUM-TIPOS
                       MOVE 0 TO SX-tipo(IX-TIP) SX-base(IX-TIP)
                                 SX-cuota(IX-TIP)
                   ELSE
                       MOVE TT-TIPO(IX-TIP)  TO SX-tipo(IX-TIP)
                       MOVE TT-BASE(IX-TIP)  TO SX-base(IX-TIP)
                       MOVE TT-CUOTA(IX-TIP) TO SX-cuota(IX-TIP)
                   END-IF
               END-PERFORM
               WRITE REG-EXPEDIDA
               ADD 1 TO W-CNT-ENVIADOS
               ADD W-DOC-BASE  TO W-TOT-BASE
               ADD W-DOC-CUOTA TO W-TOT-CUOTA
               MOVE W-NIF-CLIENTE TO TE-NIF(W-IX-ACTUAL)
               MOVE 'E'           TO TE-ESTADO(W-IX-ACTUAL)
               MOVE WFECHA-HOY    TO TE-FECHA-ENVIO(W-IX-ACTUAL)
               MOVE 0             TO TE-FECHA-RESPUESTA(W-IX-ACTUAL)
               MOVE SPACES        TO TE-CODIGO(W-IX-ACTUAL)
               MOVE SPACES        TO TE-DESCRIPCION(W-IX-ACTUAL)
               MOVE W-DOC-BASE    TO TE-BASE(W-IX-ACTUAL)
               MOVE W-DOC-CUOTA   TO TE-CUOTA(W-IX-ACTUAL)
               IF TE-ENVIOS(W-IX-ACTUAL) < 99
                   ADD 1 TO TE-ENVIOS(W-IX-ACTUAL)
               END-IF
               PERFORM IMPRIMIR-DOCUMENTO
           END-IF.

      * FECHA DE EXPEDICION DE LA FACTURA RECTIFICADA, DE SU FILA DE
      * SITUACION; SI YA NO ESTA, LA DE LA VENTA DEVUELTA.
       FECHA-FACTURA-ORIGEN.
           MOVE 'F'          TO W-BUS-SERIE
           MOVE W-DOC-ORIGEN TO W-BUS-NUMERO
           PERFORM BUSCAR-ESTADO
           IF ENCONTRADO-S
               MOVE TE-EMISION(W-IX-BUS) TO W-FECHA-AUX
           ELSE
               IF W-DOC-FECHA-ORIGEN NUMERIC
                   MOVE W-DOC-FECHA-ORIGEN TO W-FECHA-AUX
               ELSE
                   MOVE W-DOC-EMISION TO W-FECHA-AUX
               END-IF
           END-IF.

       FORMATEAR-FECHA-SII.
           MOVE SPACES TO W-FECHA-SII
           STRING W-FECHA-AUX(7:2) '-'
                  W-FECHA-AUX(5:2) '-'
                  W-FECHA-AUX(1:4) DELIMITED BY SIZE
               INTO W-FECHA-SII
           END-STRING.

       IMPRIMIR-DOCUMENTO.
           MOVE W-DOC-SERIE   TO S-DOC-SERIE
           MOVE W-DOC-NUMERO  TO S-DOC-NUMERO
           IF W-DOC-SERIE = 'R'
               MOVE 'R1'      TO S-DOC-TIPO
           ELSE
               MOVE 'F1'      TO S-DOC-TIPO
           END-IF
           MOVE W-DOC-CLIENTE TO S-DOC-CLIENTE
           MOVE W-NIF-CLIENTE TO S-DOC-NIF
           MOVE W-DOC-EMISION TO W-FECHA-AUX
           PERFORM FORMATEAR-FECHA-SII
           MOVE W-FECHA-SII   TO S-DOC-FECHA
           MOVE W-DOC-BASE    TO S-DOC-BASE
           MOVE W-DOC-CUOTA   TO S-DOC-CUOTA
           MOVE W-OBSERVACION TO S-DOC-OBS
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE.

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

       BUSCAR-CLIENTE.
           MOVE SPACES TO W-NIF-CLIENTE W-NOMBRE-CLIENTE
           MOVE W-DOC-CLIENTE TO C-cod-cliente
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE C-nif    TO W-NIF-CLIENTE
                   MOVE C-nombre TO W-NOMBRE-CLIENTE
           END-READ.

       BUSCAR-PRODUCTO.
           MOVE 'N' TO W-ENCONTRADO
           MOVE SPACES TO W-IDPRODUCTO-CLAVE
           MOVE FR-cod-producto TO W-IDPRODUCTO-CLAVE
           MOVE W-IDPRODUCTO-CLAVE TO P-idproducto
           READ PRODUCTOS
               INVALID KEY
                   MOVE 'N' TO W-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO W-ENCONTRADO
           END-READ.

       BUSCAR-IVA.
           MOVE 0 TO W-IVA-N
           PERFORM VARYING IX-IVA FROM 1 BY 1
                   UNTIL IX-IVA > W-NUM-IVA
               IF TI-IDGRUPO(IX-IVA) = P-IdGrupo
                   MOVE TI-PORCENTAJE-N(IX-IVA) TO W-IVA-N
               END-IF
           END-PERFORM.

      * LOS ACEPTADOS ('A', 'W') QUE YA NO ESTAN EN EL REGISTRO SE
      * PODAN; LO PENDIENTE O RECHAZADO SE ARRASTRA HASTA RESOLVERLO.
       GRABAR-ESTADO.
           OPEN OUTPUT ESTADO
           PERFORM VARYING IX-EST FROM 1 BY 1
                   UNTIL IX-EST > W-NUM-ESTADO
               IF TE-VISTA(IX-EST) = 'N' AND
                  (TE-ESTADO(IX-EST) = 'A' OR TE-ESTADO(IX-EST) = 'W')
                   ADD 1 TO W-CNT-PODADOS
               ELSE
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
               END-IF
           END-PERFORM
           CLOSE ESTADO.

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES           TO REG-AUDITORIA
           MOVE 'SIIEXP'         TO AUD-PROGRAMA
           MOVE WFECHA-HOY       TO AUD-FECHA
           MOVE WHORA-HOY        TO AUD-HORA
           MOVE W-CNT-LEIDOS     TO AUD-LEIDOS
           MOVE W-CNT-ENVIADOS   TO AUD-ESCRITOS
           MOVE W-CNT-RETENIDOS  TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.
