       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARIO.
       AUTHOR. J.GAYAN.
      * DIARIO CONTABLE: APUNTES DE PARTIDA DOBLE PARA CONTABILIDAD
      * A PARTIR DE LAS FACTURAS EMITIDAS, LA NOMINA DE COMISIONES Y
      * SUS PAGOS, LAS TRANSFERENCIAS DEVUELTAS POR EL BANCO Y LOS
      * AJUSTES DE INVENTARIO. LAS CUENTAS SALEN DE NAT-CUENTAS.TXT
      * POR TIPO DE MOVIMIENTO, GRUPO Y DELEGACION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cuentas ASSIGN TO 'NAT-cuentas.txt'
           organization is line sequential
           FILE STATUS IS WS-FS-CTA.
           SELECT ctldiario ASSIGN TO 'NAT-diario.ctl'
           organization is line sequential
           FILE STATUS IS WS-FS-CTL.
           SELECT registro ASSIGN TO 'NAT-facturas.reg'
           organization is line sequential
           FILE STATUS IS WS-FS-REG.
           SELECT contable ASSIGN TO 'NAT-pagos.con'
           organization is line sequential
           FILE STATUS IS WS-FS-CON.
           SELECT pagosest ASSIGN TO 'NAT-pagos.est'
           organization is line sequential
           FILE STATUS IS WS-FS-EST.
           SELECT ajustes ASSIGN TO 'NAT-ajustes'
           organization is line sequential
           FILE STATUS IS WS-FS-AJU.
           SELECT productos ASSIGN TO 'NAT-productos'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS P-idproducto
           FILE STATUS IS WS-FS-PRODUCTOS.
           SELECT orddi ASSIGN TO 'NAT-diario.srt'.
           SELECT diario ASSIGN TO 'NAT-diario'
           organization is line sequential.
           SELECT salida  ASSIGN TO 'NAT-salida-diario'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
      * MAPA DE CUENTAS: MOVIMIENTO;GRUPO;DELEGACION;CUENTA. GRUPO
      * '*' Y DELEGACION '***' VALEN PARA CUALQUIERA; GANA LA LINEA
      * MAS CONCRETA (GRUPO Y DELEGACION, SOLO GRUPO, SOLO
      * DELEGACION, GENERICA). MOVIMIENTOS: CLIENTES, VENTAS,
      * IVAREP, GASTOCOM, IRPF, BANCOS, PTEPAGO, EXISTEN, VARSTOCK.
       FD  CUENTAS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 40 CHARACTERS
           DATA RECORD IS REG-CUENTA.
       01  REG-CUENTA        PIC X(40).
      * ULTIMA FECHA YA PASADA AL DIARIO (AAAAMMDD).
       FD  CTLDIARIO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 8 CHARACTERS
           DATA RECORD IS REG-CONTROL.
       01  REG-CONTROL       PIC X(8).
       01  REG-CONTROL-N REDEFINES REG-CONTROL PIC 9(8).
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
           03 FR-total-N REDEFINES FR-total PIC 9(9)V99.
           03 FR-tipo-mov       PIC X.
           03 FR-delegacion     PIC X(3).
           03 FR-serie          PIC X.
           03 FR-factura-origen PIC 9(8).
           03 FR-fecha-origen   PIC X(8).
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
       FD  PAGOSEST
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 59 CHARACTERS
           DATA RECORD IS REG-PAGOEST.
       01  REG-PAGOEST.
           03 EST-REFERENCIA    PIC X(16).
           03 EST-COD-VENDEDOR  PIC X(4).
           03 EST-IMPORTE       PIC 9(9)V99.
           03 EST-ESTADO        PIC X.
           03 EST-FECHA         PIC 9(8).
           03 EST-MOTIVO        PIC X(19).
       FD  AJUSTES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 70 CHARACTERS
           DATA RECORD IS REG-AJUSTE.
       01  REG-AJUSTE.
           03 AJ-FECHA-PROCESO  PIC 9(8).
           03 AJ-FECHA-RECUENTO PIC X(8).
           03 AJ-idproducto     PIC X(4).
           03 AJ-LIBRO          PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 AJ-CONTADO        PIC 9(7)V99.
           03 AJ-DIFERENCIA     PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 AJ-COSTE          PIC 9(5)V9999.
           03 AJ-VALOR          PIC S9(9)V99 SIGN LEADING SEPARATE.
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
       SD  ORDDI
           DATA RECORD IS REG-ORDDI.
       01  REG-ORDDI.
           03 OD-fecha          PIC 9(8).
           03 OD-origen         PIC X(8).
           03 OD-documento      PIC X(16).
           03 OD-secuencia      PIC 9(7).
           03 OD-movimiento     PIC X(8).
           03 OD-grupo          PIC X.
           03 OD-delegacion     PIC X(3).
           03 OD-debe           PIC 9(9)V99.
           03 OD-haber          PIC 9(9)V99.
           03 OD-concepto       PIC X(20).
      * APUNTE DEL DIARIO: ASIENTO NUMERADO DENTRO DE CADA DIA, UNO
      * POR DOCUMENTO (FACTURA, NOMINA DE UN VENDEDOR, DEVOLUCION O
      * AJUSTE DE UN PRODUCTO).
       FD  DIARIO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 100 CHARACTERS
           DATA RECORD IS REG-DIARIO.
       01  REG-DIARIO.
           03 DI-fecha          PIC 9(8).
           03 DI-asiento        PIC 9(5).
           03 DI-linea          PIC 9(3).
           03 DI-cuenta         PIC X(10).
           03 DI-debe           PIC 9(9)V99.
           03 DI-haber          PIC 9(9)V99.
           03 DI-origen         PIC X(8).
           03 DI-documento      PIC X(16).
           03 DI-concepto       PIC X(20).
           03 DI-movimiento     PIC X(8).
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
       01  WS-FS-CTA           PIC XX.
       01  WS-FS-CTL           PIC XX.
       01  WS-FS-REG           PIC XX.
       01  WS-FS-CON           PIC XX.
       01  WS-FS-EST           PIC XX.
       01  WS-FS-AJU           PIC XX.
       01  WS-FS-PRODUCTOS     PIC XX.
       01  WS-FS-AUD           PIC XX.
      * VENTANA DE FECHAS: TODO LO FECHADO DESPUES DE LA ULTIMA
      * FECHA PASADA Y HASTA AYER, DE FORMA QUE LOS DIAS SIN CICLO
      * (FIN DE SEMANA CON NATPAGO O NATINV LANZADOS) ENTRAN LA
      * NOCHE SIGUIENTE, CADA UNO CON SU FECHA. EL DIA DE HOY NO SE
      * PASA HASTA MANANA: LO QUE SE GRABE CON FECHA DE HOY DESPUES
      * DEL DIARIO (CICLO QUE PASA DE MEDIANOCHE, NATPAGO O NATINV DE
      * DIA) ENTRA EN EL DIARIO SIGUIENTE. SIN FICHERO DE CONTROL SE
      * PASA SOLO EL DIA DE AYER. LA FECHA SOLO AVANZA (HASTA AYER)
      * SI EL DIARIO SALE CUADRADO Y COMPLETO; SI NO, RC=8 Y LA
      * NOCHE SIGUIENTE SE REPITE LA MISMA VENTANA.
       01  W-ULTIMA            PIC 9(8) VALUE 0.
       01  W-AYER              PIC 9(8) VALUE 0.
       01  W-FD.
           03 W-FD-AAAA     PIC 9(4).
           03 W-FD-MM       PIC 99.
           03 W-FD-DD       PIC 99.
       01  W-FD-N REDEFINES W-FD PIC 9(8).
       01  W-DIAS-TABLA     PIC X(24) VALUE '312831303130313130313031'.
       01  W-DIAS-TABLA-R REDEFINES W-DIAS-TABLA.
           03 W-DIAS-MES-T OCCURS 12 TIMES PIC 99.
       01  W-DIAS-MES       PIC 99 VALUE 0.
       77  W-BIS-COCIENTE   PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO4     PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO100   PIC 9(4) COMP VALUE 0.
       77  W-BIS-RESTO400   PIC 9(4) COMP VALUE 0.
       01  TABLA-MAPEO.
           03 TM-FILA OCCURS 500 TIMES INDEXED BY IX-MAP.
              05 TM-MOVIMIENTO  PIC X(8).
              05 TM-GRUPO       PIC X.
              05 TM-DELEGACION  PIC X(3).
              05 TM-CUENTA      PIC X(10).
       77  W-NUM-MAPEO         PIC 9(4) COMP VALUE 0.
       01  W-MAP-MOVIMIENTO    PIC X(8).
       01  W-MAP-GRUPO         PIC X.
       01  W-MAP-DELEGACION    PIC X(3).
       01  W-MAP-CUENTA        PIC X(10).
       01  W-BUS-GRUPO         PIC X.
       01  W-BUS-DELEGACION    PIC X(3).
       01  W-CUENTA            PIC X(10).
      * RESUMEN POR CUENTA, ORDENADO POR CUENTA AL INSERTAR.
       01  TABLA-CUENTAS.
           03 TC-FILA OCCURS 500 TIMES.
              05 TC-CUENTA      PIC X(10).
              05 TC-DEBE        PIC 9(11)V99.
              05 TC-HABER       PIC 9(11)V99.
       77  W-NUM-CTAS          PIC 9(4) COMP VALUE 0.
       77  W-I                 PIC 9(4) COMP VALUE 0.
       77  W-J                 PIC 9(4) COMP VALUE 0.
       01  W-DESBORDE          PIC X VALUE 'N'.
           88 TABLA-DESBORDADA       VALUE 'S'.
      * APUNTE EN PREPARACION PARA LA ORDENACION.
       01  W-AP-FECHA          PIC 9(8).
       01  W-AP-ORIGEN         PIC X(8).
       01  W-AP-DOCUMENTO      PIC X(16).
       01  W-AP-GRUPO          PIC X.
       01  W-AP-DELEGACION     PIC X(3).
       01  W-AP-CONCEPTO       PIC X(20).
       01  W-AP-MOVIMIENTO     PIC X(8).
       01  W-AP-DEBE           PIC 9(9)V99.
       01  W-AP-HABER          PIC 9(9)V99.
       77  W-SECUENCIA         PIC 9(7) VALUE 0.
       01  W-VALOR-AJUSTE      PIC 9(9)V99.
      * CORTES DEL LISTADO.
       01  W-FECHA-ANT         PIC 9(8) VALUE 0.
       01  W-ORIGEN-ANT        PIC X(8) VALUE SPACES.
       01  W-DOCUMENTO-ANT     PIC X(16) VALUE SPACES.
       01  W-HAY-DIA           PIC X VALUE 'N'.
           88 HAY-DIA-ABIERTO        VALUE 'S'.
       77  W-ASIENTO           PIC 9(5) VALUE 0.
       77  W-LINEA             PIC 9(3) VALUE 0.
       01  W-ASI-DEBE          PIC 9(11)V99 VALUE 0.
       01  W-ASI-HABER         PIC 9(11)V99 VALUE 0.
       01  W-DIA-DEBE          PIC 9(11)V99 VALUE 0.
       01  W-DIA-HABER         PIC 9(11)V99 VALUE 0.
       01  W-GEN-DEBE          PIC 9(13)V99 VALUE 0.
       01  W-GEN-HABER         PIC 9(13)V99 VALUE 0.
       77  W-CNT-LEIDOS        PIC 9(7) VALUE 0.
       77  W-CNT-APUNTES       PIC 9(7) VALUE 0.
       77  W-CNT-ILEGIBLES     PIC 9(7) VALUE 0.
       77  W-CNT-SIN-CUENTA    PIC 9(7) VALUE 0.
       77  W-CNT-ASI-DESC      PIC 9(7) VALUE 0.
       77  W-CNT-DIAS-DESC     PIC 9(7) VALUE 0.
       77  W-CNT-MAPEO-MAL     PIC 9(7) VALUE 0.
       01  WFECHA-HOY          PIC 9(8).
       01  WHORA-HOY           PIC 9(6).
       77  FE       PIC 9    VALUE 0.
       77  FE-SRT   PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(33)
              VALUE 'DIARIO CONTABLE                  '.
           03 S-FECHA-TIT PIC 9(8).
           03 FILLER PIC X(23) VALUE '  FECHAS POSTERIORES A '.
           03 S-ULTIMA-TIT PIC 9(8).
           03 FILLER PIC X(7) VALUE ' HASTA '.
           03 S-AYER-TIT  PIC 9(8).
       01  CAB-INC.
           03 S-INC-TIPO       PIC X(20).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 S-INC-FECHA      PIC 9(8).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 S-INC-ORIGEN     PIC X(8).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 S-INC-DOCUMENTO  PIC X(16).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 S-INC-MOVIMIENTO PIC X(8).
           03 FILLER           PIC X VALUE SPACES.
           03 S-INC-GRUPO      PIC X.
           03 FILLER           PIC X VALUE SPACES.
           03 S-INC-DELEGACION PIC X(3).
           03 FILLER           PIC X(2) VALUE SPACES.
           03 S-INC-DEBE       PIC zz.zzz.zzz.zz9,99.
           03 FILLER           PIC X(2) VALUE SPACES.
           03 S-INC-HABER      PIC zz.zzz.zzz.zz9,99.
       01  CAB-DIA-1.
           03 FILLER PIC X(10)  VALUE 'fecha     '.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(8)   VALUE 'asientos'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(17)  VALUE '             debe'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(17)  VALUE '            haber'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(10)  VALUE 'situacion'.
       01  CAB-DIA-2.
           03 S-DIA-FECHA    PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-DIA-ASIENTOS PIC zzzzzzz9.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-DIA-DEBE     PIC zz.zzz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-DIA-HABER    PIC zz.zzz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-DIA-SITUACION PIC X(10).
       01  CAB-CTA-1.
           03 FILLER PIC X(33)
              VALUE 'RESUMEN DE CONTROL POR CUENTA    '.
       01  CAB-CTA-2.
           03 FILLER PIC X(10)  VALUE 'cuenta'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20)  VALUE '                debe'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(20)  VALUE '               haber'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 FILLER PIC X(21)  VALUE '                saldo'.
       01  CAB-CTA-3.
           03 S-CTA-CUENTA   PIC X(10).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CTA-DEBE     PIC z.zzz.zzz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CTA-HABER    PIC z.zzz.zzz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-CTA-SALDO    PIC -z.zzz.zzz.zzz.zz9,99.
       01  CAB-CTA-9.
           03 FILLER         PIC X(10) VALUE 'TOTAL'.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-GEN-DEBE     PIC z.zzz.zzz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-GEN-HABER    PIC z.zzz.zzz.zzz.zz9,99.
       01  CAB-FIN.
           03 FILLER          PIC X(9)  VALUE 'APUNTES: '.
           03 S-CNT-APUNTES   PIC zzzzzz9.
           03 FILLER          PIC X(13) VALUE '  ILEGIBLES: '.
           03 S-CNT-ILEGIBLES PIC zzzzz9.
           03 FILLER          PIC X(14) VALUE '  SIN CUENTA: '.
           03 S-CNT-SIN-CUENTA PIC zzzzz9.
           03 FILLER          PIC X(24)
              VALUE '  ASIENTOS DESCUADRADOS:'.
           03 S-CNT-ASI-DESC  PIC zzzzz9.
           03 FILLER          PIC X(20) VALUE '  DIAS DESCUADRADOS:'.
           03 S-CNT-DIAS-DESC PIC zzzzz9.
       01  CAB-RECHAZO.
           03 FILLER PIC X(48) VALUE
              'DIARIO NO VALIDO: NO SE AVANZA LA FECHA PASADA. '.
       01  CAB-MAPEO.
           03 FILLER          PIC X(22) VALUE 'LINEA DE MAPA ERRONEA '.
           03 S-MAPEO-LINEA   PIC X(40).

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           PERFORM LEER-CONTROL
           OPEN OUTPUT SALIDA
           MOVE WFECHA-HOY TO S-FECHA-TIT
           MOVE W-ULTIMA   TO S-ULTIMA-TIT
           MOVE W-AYER     TO S-AYER-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           PERFORM CARGAR-MAPEO
           IF W-NUM-MAPEO = 0 OR TABLA-DESBORDADA
               DISPLAY 'DIARIO SIN MAPA DE CUENTAS O MAPA DESBORDADO'
               MOVE 8 TO RETURN-CODE
               CLOSE SALIDA
               STOP RUN
           END-IF
           OPEN INPUT PRODUCTOS
           IF WS-FS-PRODUCTOS NOT = '00'
               DISPLAY 'DIARIO MAESTRO PRODUCTOS NO DISPONIBLE FS='
                   WS-FS-PRODUCTOS
               MOVE 8 TO RETURN-CODE
               CLOSE PRODUCTOS SALIDA
               STOP RUN
           END-IF
           OPEN OUTPUT DIARIO
           WRITE REG-SALIDA FROM CAB-DIA-1 END-WRITE
           SORT ORDDI
               ON ASCENDING KEY OD-fecha OD-origen OD-documento
                                OD-secuencia
               INPUT PROCEDURE IS GENERAR-APUNTES
               OUTPUT PROCEDURE IS GRABAR-DIARIO
           PERFORM IMPRIMIR-RESUMEN
           MOVE W-CNT-APUNTES    TO S-CNT-APUNTES
           MOVE W-CNT-ILEGIBLES  TO S-CNT-ILEGIBLES
           MOVE W-CNT-SIN-CUENTA TO S-CNT-SIN-CUENTA
           MOVE W-CNT-ASI-DESC   TO S-CNT-ASI-DESC
           MOVE W-CNT-DIAS-DESC  TO S-CNT-DIAS-DESC
           WRITE REG-SALIDA FROM CAB-FIN END-WRITE
           IF W-CNT-ILEGIBLES > 0 OR W-CNT-SIN-CUENTA > 0 OR
              W-CNT-ASI-DESC > 0 OR W-CNT-DIAS-DESC > 0 OR
              TABLA-DESBORDADA
               WRITE REG-SALIDA FROM CAB-RECHAZO END-WRITE
               DISPLAY 'DIARIO DESCUADRADO O INCOMPLETO: RC=8'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM GRABAR-CONTROL
               IF W-CNT-MAPEO-MAL > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM GRABAR-AUDITORIA
           CLOSE PRODUCTOS DIARIO SALIDA
           STOP RUN.

       LEER-CONTROL.
           MOVE WFECHA-HOY TO W-FD-N
           PERFORM RESTAR-UN-DIA
           MOVE W-FD-N TO W-AYER
           PERFORM RESTAR-UN-DIA
           MOVE W-FD-N TO W-ULTIMA
           OPEN INPUT CTLDIARIO
           IF WS-FS-CTL = '00'
               READ CTLDIARIO AT END MOVE SPACES TO REG-CONTROL END-READ
               IF REG-CONTROL IS NUMERIC
                   MOVE REG-CONTROL-N TO W-ULTIMA
               END-IF
               CLOSE CTLDIARIO
           END-IF.

       GRABAR-CONTROL.
           OPEN OUTPUT CTLDIARIO
           MOVE W-AYER TO REG-CONTROL-N
           WRITE REG-CONTROL
           CLOSE CTLDIARIO.

      * W-FD PASA AL DIA ANTERIOR, CON EL FIN DE MES Y DE ANO Y
      * FEBRERO DE 29 EN BISIESTO.
       RESTAR-UN-DIA.
           IF W-FD-DD > 1
               SUBTRACT 1 FROM W-FD-DD
           ELSE
               IF W-FD-MM = 1
                   MOVE 12 TO W-FD-MM
                   SUBTRACT 1 FROM W-FD-AAAA
               ELSE
                   SUBTRACT 1 FROM W-FD-MM
               END-IF
               PERFORM CALCULAR-DIAS-MES
               MOVE W-DIAS-MES TO W-FD-DD
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

       CARGAR-MAPEO.
           MOVE 0 TO W-NUM-MAPEO
           OPEN INPUT CUENTAS
           IF WS-FS-CTA NOT = '00'
               CLOSE CUENTAS
           ELSE
               MOVE 0 TO FE
               READ CUENTAS AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   MOVE SPACES TO W-MAP-MOVIMIENTO W-MAP-GRUPO
                                  W-MAP-DELEGACION W-MAP-CUENTA
                   unstring REG-CUENTA delimited by ';' into
                       W-MAP-MOVIMIENTO W-MAP-GRUPO W-MAP-DELEGACION
                       W-MAP-CUENTA
                   end-unstring
                   IF W-MAP-MOVIMIENTO = SPACES OR
                      W-MAP-CUENTA = SPACES
                       ADD 1 TO W-CNT-MAPEO-MAL
                       MOVE REG-CUENTA TO S-MAPEO-LINEA
                       WRITE REG-SALIDA FROM CAB-MAPEO END-WRITE
                   ELSE
                       IF W-NUM-MAPEO < 500
                           ADD 1 TO W-NUM-MAPEO
                           SET IX-MAP TO W-NUM-MAPEO
                           MOVE W-MAP-MOVIMIENTO
                                TO TM-MOVIMIENTO(IX-MAP)
                           MOVE W-MAP-GRUPO TO TM-GRUPO(IX-MAP)
                           MOVE W-MAP-DELEGACION
                                TO TM-DELEGACION(IX-MAP)
                           MOVE W-MAP-CUENTA TO TM-CUENTA(IX-MAP)
                       ELSE
                           SET TABLA-DESBORDADA TO TRUE
                       END-IF
                   END-IF
                   READ CUENTAS AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE CUENTAS
           END-IF.

       GENERAR-APUNTES.
           MOVE 0 TO W-SECUENCIA
           PERFORM APUNTES-FACTURAS
           PERFORM APUNTES-PAGOS
           PERFORM APUNTES-DEVOLUCIONES
           PERFORM APUNTES-AJUSTES.

      * FACTURA: CLIENTES AL DEBE POR EL TOTAL, VENTAS E IVA
      * REPERCUTIDO AL HABER; EL ABONO (RECTIFICATIVA) AL REVES.
       APUNTES-FACTURAS.
           OPEN INPUT REGISTRO
           IF WS-FS-REG NOT = '00'
               CLOSE REGISTRO
           ELSE
               MOVE 0 TO FE
               READ REGISTRO AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   IF FR-fecha-emision > W-ULTIMA AND
                      FR-fecha-emision NOT > W-AYER
                       ADD 1 TO W-CNT-LEIDOS
                       PERFORM APUNTAR-FACTURA
                   END-IF
                   READ REGISTRO AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE REGISTRO
           END-IF.

       APUNTAR-FACTURA.
           MOVE FR-fecha-emision TO W-AP-FECHA
           MOVE 'FACTURAS'       TO W-AP-ORIGEN
           MOVE SPACES           TO W-AP-DOCUMENTO W-AP-CONCEPTO
           IF FR-serie = 'R'
               STRING 'R' FR-numero DELIMITED BY SIZE
                   INTO W-AP-DOCUMENTO
               END-STRING
           ELSE
               STRING 'F' FR-numero DELIMITED BY SIZE
                   INTO W-AP-DOCUMENTO
               END-STRING
           END-IF
           STRING 'CLIENTE ' FR-cod-cliente DELIMITED BY SIZE
               INTO W-AP-CONCEPTO
           END-STRING
           MOVE FR-delegacion    TO W-AP-DELEGACION
           IF FR-valor-N NOT NUMERIC OR FR-cuota-N NOT NUMERIC OR
              FR-total-N NOT NUMERIC
               ADD 1 TO W-CNT-ILEGIBLES
               MOVE 'FACTURA ILEGIBLE' TO S-INC-TIPO
               PERFORM LISTAR-INCIDENCIA-AP
           ELSE
               MOVE SPACES TO P-idproducto
               MOVE FR-cod-producto TO P-idproducto
               MOVE ' ' TO P-IdGrupo
               READ PRODUCTOS
                   INVALID KEY
                       MOVE ' ' TO P-IdGrupo
               END-READ
               MOVE P-IdGrupo TO W-AP-GRUPO
               IF FR-tipo-mov = 'A'
                   MOVE 'CLIENTES' TO W-AP-MOVIMIENTO
                   MOVE 0          TO W-AP-DEBE
                   MOVE FR-total-N TO W-AP-HABER
                   PERFORM SOLTAR-APUNTE
                   MOVE 'VENTAS'   TO W-AP-MOVIMIENTO
                   MOVE FR-valor-N TO W-AP-DEBE
                   MOVE 0          TO W-AP-HABER
                   PERFORM SOLTAR-APUNTE
                   MOVE 'IVAREP'   TO W-AP-MOVIMIENTO
                   MOVE FR-cuota-N TO W-AP-DEBE
                   MOVE 0          TO W-AP-HABER
                   PERFORM SOLTAR-APUNTE
               ELSE
                   MOVE 'CLIENTES' TO W-AP-MOVIMIENTO
                   MOVE FR-total-N TO W-AP-DEBE
                   MOVE 0          TO W-AP-HABER
                   PERFORM SOLTAR-APUNTE
                   MOVE 'VENTAS'   TO W-AP-MOVIMIENTO
                   MOVE 0          TO W-AP-DEBE
                   MOVE FR-valor-N TO W-AP-HABER
                   PERFORM SOLTAR-APUNTE
                   MOVE 'IVAREP'   TO W-AP-MOVIMIENTO
                   MOVE 0          TO W-AP-DEBE
                   MOVE FR-cuota-N TO W-AP-HABER
                   PERFORM SOLTAR-APUNTE
               END-IF
           END-IF.

      * NOMINA DE COMISIONES (PAGOSEPA): GASTO AL DEBE, RETENCION
      * IRPF Y NETO AL HABER; EL NETO A BANCOS SI SALIO POR
      * TRANSFERENCIA Y A PENDIENTE DE PAGO SI EL VENDEDOR NO TENIA
      * IBAN. LA REEMISION DE UNA DEVUELTA SALDA EL PENDIENTE
      * CONTRA BANCOS.
       APUNTES-PAGOS.
           OPEN INPUT CONTABLE
           IF WS-FS-CON NOT = '00'
               CLOSE CONTABLE
           ELSE
               MOVE 0 TO FE
               READ CONTABLE AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   IF CON-FECHA > W-ULTIMA AND
                      CON-FECHA NOT > W-AYER
                       ADD 1 TO W-CNT-LEIDOS
                       PERFORM APUNTAR-PAGO
                   END-IF
                   READ CONTABLE AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE CONTABLE
           END-IF.

       APUNTAR-PAGO.
           MOVE CON-FECHA  TO W-AP-FECHA
           MOVE 'COMISION' TO W-AP-ORIGEN
           MOVE SPACES     TO W-AP-DOCUMENTO W-AP-CONCEPTO
           STRING CON-TIPO CON-COD-VENDEDOR CON-REFERENCIA(1:11)
               DELIMITED BY SIZE INTO W-AP-DOCUMENTO
           END-STRING
           STRING 'VENDEDOR ' CON-COD-VENDEDOR DELIMITED BY SIZE
               INTO W-AP-CONCEPTO
           END-STRING
           MOVE SPACES TO W-AP-GRUPO W-AP-DELEGACION
           IF CON-COMISION NOT NUMERIC OR CON-RETENCION NOT NUMERIC
              OR CON-NETO NOT NUMERIC
               ADD 1 TO W-CNT-ILEGIBLES
               MOVE 'PAGO ILEGIBLE' TO S-INC-TIPO
               PERFORM LISTAR-INCIDENCIA-AP
           ELSE
               IF CON-TIPO = 'E'
                   MOVE 'PTEPAGO'  TO W-AP-MOVIMIENTO
                   MOVE CON-NETO   TO W-AP-DEBE
                   MOVE 0          TO W-AP-HABER
                   PERFORM SOLTAR-APUNTE
                   MOVE 'BANCOS'   TO W-AP-MOVIMIENTO
                   MOVE 0          TO W-AP-DEBE
                   MOVE CON-NETO   TO W-AP-HABER
                   PERFORM SOLTAR-APUNTE
               ELSE
                   MOVE 'GASTOCOM' TO W-AP-MOVIMIENTO
                   MOVE CON-COMISION TO W-AP-DEBE
                   MOVE 0          TO W-AP-HABER
                   PERFORM SOLTAR-APUNTE
                   MOVE 'IRPF'     TO W-AP-MOVIMIENTO
                   MOVE 0          TO W-AP-DEBE
                   MOVE CON-RETENCION TO W-AP-HABER
                   PERFORM SOLTAR-APUNTE
                   IF CON-PAGO = 'T'
                       MOVE 'BANCOS'  TO W-AP-MOVIMIENTO
                   ELSE
                       MOVE 'PTEPAGO' TO W-AP-MOVIMIENTO
                   END-IF
                   MOVE 0          TO W-AP-DEBE
                   MOVE CON-NETO   TO W-AP-HABER
                   PERFORM SOLTAR-APUNTE
               END-IF
           END-IF.

      * TRANSFERENCIA DEVUELTA (RETBANCO LA DEJA EN NAT-PAGOS.EST
      * CON LA FECHA DEL RETORNO): EL DINERO VUELVE A BANCOS Y EL
      * NETO QUEDA PENDIENTE DE PAGO AL VENDEDOR. LAS YA REEMITIDAS
      * ('R') CONSERVAN LA FECHA DEL RETORNO.
       APUNTES-DEVOLUCIONES.
           OPEN INPUT PAGOSEST
           IF WS-FS-EST NOT = '00'
               CLOSE PAGOSEST
           ELSE
               MOVE 0 TO FE
               READ PAGOSEST AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   IF (EST-ESTADO = 'D' OR EST-ESTADO = 'R') AND
                      EST-FECHA > W-ULTIMA AND
                      EST-FECHA NOT > W-AYER
                       ADD 1 TO W-CNT-LEIDOS
                       PERFORM APUNTAR-DEVOLUCION
                   END-IF
                   READ PAGOSEST AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE PAGOSEST
           END-IF.

       APUNTAR-DEVOLUCION.
           MOVE EST-FECHA      TO W-AP-FECHA
           MOVE 'RETBANCO'     TO W-AP-ORIGEN
           MOVE EST-REFERENCIA TO W-AP-DOCUMENTO
           MOVE SPACES         TO W-AP-CONCEPTO
           STRING 'DEVOLUCION ' EST-COD-VENDEDOR DELIMITED BY SIZE
               INTO W-AP-CONCEPTO
           END-STRING
           MOVE SPACES TO W-AP-GRUPO W-AP-DELEGACION
           IF EST-IMPORTE NOT NUMERIC
               ADD 1 TO W-CNT-ILEGIBLES
               MOVE 'DEVOLUCION ILEGIBLE' TO S-INC-TIPO
               PERFORM LISTAR-INCIDENCIA-AP
           ELSE
               MOVE 'BANCOS'    TO W-AP-MOVIMIENTO
               MOVE EST-IMPORTE TO W-AP-DEBE
               MOVE 0           TO W-AP-HABER
               PERFORM SOLTAR-APUNTE
               MOVE 'PTEPAGO'   TO W-AP-MOVIMIENTO
               MOVE 0           TO W-AP-DEBE
               MOVE EST-IMPORTE TO W-AP-HABER
               PERFORM SOLTAR-APUNTE
           END-IF.

      * AJUSTE DE INVENTARIO (INVENTARIO, VALORADO A COSTE MEDIO):
      * SOBRANTE A EXISTENCIAS CONTRA VARIACION DE EXISTENCIAS,
      * FALTANTE AL REVES.
       APUNTES-AJUSTES.
           OPEN INPUT AJUSTES
           IF WS-FS-AJU NOT = '00'
               CLOSE AJUSTES
           ELSE
               MOVE 0 TO FE
               READ AJUSTES AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   IF AJ-FECHA-PROCESO > W-ULTIMA AND
                      AJ-FECHA-PROCESO NOT > W-AYER
                       ADD 1 TO W-CNT-LEIDOS
                       PERFORM APUNTAR-AJUSTE
                   END-IF
                   READ AJUSTES AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE AJUSTES
           END-IF.

       APUNTAR-AJUSTE.
           MOVE AJ-FECHA-PROCESO TO W-AP-FECHA
           MOVE 'AJUSTES'        TO W-AP-ORIGEN
           MOVE SPACES           TO W-AP-DOCUMENTO W-AP-CONCEPTO
           STRING 'AJ' AJ-idproducto AJ-FECHA-RECUENTO
               DELIMITED BY SIZE INTO W-AP-DOCUMENTO
           END-STRING
           STRING 'PRODUCTO ' AJ-idproducto DELIMITED BY SIZE
               INTO W-AP-CONCEPTO
           END-STRING
           MOVE SPACES TO W-AP-DELEGACION
           IF AJ-VALOR NOT NUMERIC
               ADD 1 TO W-CNT-ILEGIBLES
               MOVE 'AJUSTE ILEGIBLE' TO S-INC-TIPO
               MOVE SPACES TO W-AP-GRUPO
               PERFORM LISTAR-INCIDENCIA-AP
           ELSE
               MOVE AJ-idproducto TO P-idproducto
               MOVE ' ' TO P-IdGrupo
               READ PRODUCTOS
                   INVALID KEY
                       MOVE ' ' TO P-IdGrupo
               END-READ
               MOVE P-IdGrupo TO W-AP-GRUPO
               IF AJ-VALOR > 0
                   MOVE AJ-VALOR   TO W-VALOR-AJUSTE
                   MOVE 'EXISTEN'  TO W-AP-MOVIMIENTO
                   MOVE W-VALOR-AJUSTE TO W-AP-DEBE
                   MOVE 0          TO W-AP-HABER
                   PERFORM SOLTAR-APUNTE
                   MOVE 'VARSTOCK' TO W-AP-MOVIMIENTO
                   MOVE 0          TO W-AP-DEBE
                   MOVE W-VALOR-AJUSTE TO W-AP-HABER
                   PERFORM SOLTAR-APUNTE
               ELSE
                   COMPUTE W-VALOR-AJUSTE = 0 - AJ-VALOR
                   MOVE 'VARSTOCK' TO W-AP-MOVIMIENTO
                   MOVE W-VALOR-AJUSTE TO W-AP-DEBE
                   MOVE 0          TO W-AP-HABER
                   PERFORM SOLTAR-APUNTE
                   MOVE 'EXISTEN'  TO W-AP-MOVIMIENTO
                   MOVE 0          TO W-AP-DEBE
                   MOVE W-VALOR-AJUSTE TO W-AP-HABER
                   PERFORM SOLTAR-APUNTE
               END-IF
           END-IF.

      * LOS APUNTES A CERO NO VIAJAN (FACTURA SIN IVA, NOMINA SIN
      * RETENCION).
       SOLTAR-APUNTE.
           IF W-AP-DEBE NOT = 0 OR W-AP-HABER NOT = 0
               ADD 1 TO W-SECUENCIA
               MOVE W-AP-FECHA      TO OD-fecha
               MOVE W-AP-ORIGEN     TO OD-origen
               MOVE W-AP-DOCUMENTO  TO OD-documento
               MOVE W-SECUENCIA     TO OD-secuencia
               MOVE W-AP-MOVIMIENTO TO OD-movimiento
               MOVE W-AP-GRUPO      TO OD-grupo
               MOVE W-AP-DELEGACION TO OD-delegacion
               MOVE W-AP-DEBE       TO OD-debe
               MOVE W-AP-HABER      TO OD-haber
               MOVE W-AP-CONCEPTO   TO OD-concepto
               RELEASE REG-ORDDI
           END-IF.

       LISTAR-INCIDENCIA-AP.
           MOVE W-AP-FECHA     TO S-INC-FECHA
           MOVE W-AP-ORIGEN    TO S-INC-ORIGEN
           MOVE W-AP-DOCUMENTO TO S-INC-DOCUMENTO
           MOVE SPACES         TO S-INC-MOVIMIENTO S-INC-GRUPO
                                  S-INC-DELEGACION
           MOVE 0              TO S-INC-DEBE S-INC-HABER
           WRITE REG-SALIDA FROM CAB-INC END-WRITE.

      * ASIENTOS NUMERADOS POR DIA; CORTE DE ASIENTO POR ORIGEN Y
      * DOCUMENTO Y DE DIA POR FECHA, CON CUADRE DE CADA UNO.
       GRABAR-DIARIO.
           MOVE 0 TO FE-SRT
           MOVE 'N' TO W-HAY-DIA
           PERFORM UNTIL FE-SRT = 1
               RETURN ORDDI
                   AT END MOVE 1 TO FE-SRT
               END-RETURN
               IF FE-SRT = 0
                   IF HAY-DIA-ABIERTO AND OD-fecha NOT = W-FECHA-ANT
                       PERFORM CERRAR-ASIENTO
                       PERFORM CERRAR-DIA
                   END-IF
                   IF NOT HAY-DIA-ABIERTO
                       PERFORM EMPEZAR-DIA
                       PERFORM EMPEZAR-ASIENTO
                   ELSE
                       IF OD-origen NOT = W-ORIGEN-ANT OR
                          OD-documento NOT = W-DOCUMENTO-ANT
                           PERFORM CERRAR-ASIENTO
                           PERFORM EMPEZAR-ASIENTO
                       END-IF
                   END-IF
                   PERFORM GRABAR-APUNTE
               END-IF
           END-PERFORM
           IF HAY-DIA-ABIERTO
               PERFORM CERRAR-ASIENTO
               PERFORM CERRAR-DIA
           END-IF.

       EMPEZAR-DIA.
           MOVE OD-fecha TO W-FECHA-ANT
           MOVE 'S' TO W-HAY-DIA
           MOVE 0 TO W-ASIENTO W-DIA-DEBE W-DIA-HABER.

       EMPEZAR-ASIENTO.
           MOVE OD-origen    TO W-ORIGEN-ANT
           MOVE OD-documento TO W-DOCUMENTO-ANT
           ADD 1 TO W-ASIENTO
           MOVE 0 TO W-LINEA W-ASI-DEBE W-ASI-HABER.

       GRABAR-APUNTE.
           MOVE OD-grupo      TO W-BUS-GRUPO
           MOVE OD-delegacion TO W-BUS-DELEGACION
           MOVE OD-movimiento TO W-MAP-MOVIMIENTO
           PERFORM BUSCAR-CUENTA
           IF W-CUENTA = SPACES
               ADD 1 TO W-CNT-SIN-CUENTA
               MOVE 'SIN CUENTA'    TO S-INC-TIPO
               MOVE OD-fecha        TO S-INC-FECHA
               MOVE OD-origen       TO S-INC-ORIGEN
               MOVE OD-documento    TO S-INC-DOCUMENTO
               MOVE OD-movimiento   TO S-INC-MOVIMIENTO
               MOVE OD-grupo        TO S-INC-GRUPO
               MOVE OD-delegacion   TO S-INC-DELEGACION
               MOVE OD-debe         TO S-INC-DEBE
               MOVE OD-haber        TO S-INC-HABER
               WRITE REG-SALIDA FROM CAB-INC END-WRITE
           END-IF
           ADD 1 TO W-LINEA
           MOVE SPACES        TO REG-DIARIO
           MOVE OD-fecha      TO DI-fecha
           MOVE W-ASIENTO     TO DI-asiento
           MOVE W-LINEA       TO DI-linea
           MOVE W-CUENTA      TO DI-cuenta
           MOVE OD-debe       TO DI-debe
           MOVE OD-haber      TO DI-haber
           MOVE OD-origen     TO DI-origen
           MOVE OD-documento  TO DI-documento
           MOVE OD-concepto   TO DI-concepto
           MOVE OD-movimiento TO DI-movimiento
           WRITE REG-DIARIO
           ADD 1 TO W-CNT-APUNTES
           ADD OD-debe  TO W-ASI-DEBE W-DIA-DEBE W-GEN-DEBE
           ADD OD-haber TO W-ASI-HABER W-DIA-HABER W-GEN-HABER
           PERFORM ACUMULAR-CUENTA.

       CERRAR-ASIENTO.
           IF W-ASI-DEBE NOT = W-ASI-HABER
               ADD 1 TO W-CNT-ASI-DESC
               MOVE 'ASIENTO DESCUADRADO' TO S-INC-TIPO
               MOVE W-FECHA-ANT     TO S-INC-FECHA
               MOVE W-ORIGEN-ANT    TO S-INC-ORIGEN
               MOVE W-DOCUMENTO-ANT TO S-INC-DOCUMENTO
               MOVE SPACES          TO S-INC-MOVIMIENTO S-INC-GRUPO
                                       S-INC-DELEGACION
               MOVE W-ASI-DEBE      TO S-INC-DEBE
               MOVE W-ASI-HABER     TO S-INC-HABER
               WRITE REG-SALIDA FROM CAB-INC END-WRITE
           END-IF.

       CERRAR-DIA.
           MOVE SPACES TO S-DIA-FECHA
           STRING W-FECHA-ANT(1:4) '/' W-FECHA-ANT(5:2) '/'
                  W-FECHA-ANT(7:2) DELIMITED BY SIZE
               INTO S-DIA-FECHA
           END-STRING
           MOVE W-ASIENTO   TO S-DIA-ASIENTOS
           MOVE W-DIA-DEBE  TO S-DIA-DEBE
           MOVE W-DIA-HABER TO S-DIA-HABER
           IF W-DIA-DEBE = W-DIA-HABER
               MOVE 'CUADRA'    TO S-DIA-SITUACION
           ELSE
               MOVE 'DESCUADRE' TO S-DIA-SITUACION
               ADD 1 TO W-CNT-DIAS-DESC
           END-IF
           WRITE REG-SALIDA FROM CAB-DIA-2 END-WRITE
           MOVE 'N' TO W-HAY-DIA.

      * DE LO MAS CONCRETO A LO GENERICO.
       BUSCAR-CUENTA.
           MOVE SPACES TO W-CUENTA
           PERFORM BUSCAR-EN-MAPA
           IF W-CUENTA = SPACES
               MOVE '***' TO W-BUS-DELEGACION
               PERFORM BUSCAR-EN-MAPA
           END-IF
           IF W-CUENTA = SPACES
               MOVE '*' TO W-BUS-GRUPO
               MOVE OD-delegacion TO W-BUS-DELEGACION
               PERFORM BUSCAR-EN-MAPA
           END-IF
           IF W-CUENTA = SPACES
               MOVE '***' TO W-BUS-DELEGACION
               PERFORM BUSCAR-EN-MAPA
           END-IF.

       BUSCAR-EN-MAPA.
           PERFORM VARYING IX-MAP FROM 1 BY 1
                   UNTIL IX-MAP > W-NUM-MAPEO OR W-CUENTA NOT = SPACES
               IF TM-MOVIMIENTO(IX-MAP) = W-MAP-MOVIMIENTO AND
                  TM-GRUPO(IX-MAP)      = W-BUS-GRUPO AND
                  TM-DELEGACION(IX-MAP) = W-BUS-DELEGACION
                   MOVE TM-CUENTA(IX-MAP) TO W-CUENTA
               END-IF
           END-PERFORM.

       ACUMULAR-CUENTA.
           PERFORM VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-NUM-CTAS OR
                         TC-CUENTA(W-I) NOT < W-CUENTA
               CONTINUE
           END-PERFORM
           IF W-I NOT > W-NUM-CTAS AND TC-CUENTA(W-I) = W-CUENTA
               ADD OD-debe  TO TC-DEBE(W-I)
               ADD OD-haber TO TC-HABER(W-I)
           ELSE
               IF W-NUM-CTAS < 500
                   PERFORM VARYING W-J FROM W-NUM-CTAS BY -1
                           UNTIL W-J < W-I
                       MOVE TC-FILA(W-J) TO TC-FILA(W-J + 1)
                   END-PERFORM
                   ADD 1 TO W-NUM-CTAS
                   MOVE W-CUENTA TO TC-CUENTA(W-I)
                   MOVE OD-debe  TO TC-DEBE(W-I)
                   MOVE OD-haber TO TC-HABER(W-I)
               ELSE
                   SET TABLA-DESBORDADA TO TRUE
               END-IF
           END-IF.

       IMPRIMIR-RESUMEN.
           WRITE REG-SALIDA FROM CAB-CTA-1 END-WRITE
           WRITE REG-SALIDA FROM CAB-CTA-2 END-WRITE
           PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > W-NUM-CTAS
               IF TC-CUENTA(W-I) = SPACES
                   MOVE '(SIN)'     TO S-CTA-CUENTA
               ELSE
                   MOVE TC-CUENTA(W-I) TO S-CTA-CUENTA
               END-IF
               MOVE TC-DEBE(W-I)  TO S-CTA-DEBE
               MOVE TC-HABER(W-I) TO S-CTA-HABER
               COMPUTE S-CTA-SALDO = TC-DEBE(W-I) - TC-HABER(W-I)
               WRITE REG-SALIDA FROM CAB-CTA-3 END-WRITE
           END-PERFORM
           MOVE W-GEN-DEBE  TO S-GEN-DEBE
           MOVE W-GEN-HABER TO S-GEN-HABER
           WRITE REG-SALIDA FROM CAB-CTA-9 END-WRITE.

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES            TO REG-AUDITORIA
           MOVE 'DIARIO'          TO AUD-PROGRAMA
           MOVE WFECHA-HOY        TO AUD-FECHA
           MOVE WHORA-HOY         TO AUD-HORA
           MOVE W-CNT-LEIDOS      TO AUD-LEIDOS
           MOVE W-CNT-APUNTES     TO AUD-ESCRITOS
           COMPUTE AUD-RECHAZADOS = W-CNT-ILEGIBLES + W-CNT-SIN-CUENTA
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.
