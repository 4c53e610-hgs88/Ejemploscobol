       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBJMANT.
       AUTHOR. J.GAYAN.
      * MANTENIMIENTO DEL MAESTRO DE OBJETIVOS MENSUALES DE VENTA
      * NAT-OBJETIVOS (MES, VENDEDOR O DELEGACION, KILOS Y VALOR)
      * DESDE LOS MOVIMIENTOS DE DIRECCION COMERCIAL EN
      * NAT-OBJETIVOS.MOV:
      *   ACCION;AAAAMM;TIPO;CODIGO;KILOS;VALOR
      * ACCION A=ALTA, M=MODIFICACION, B=BAJA; TIPO V=VENDEDOR (CODIGO
      * CONTRA NAT-VENDEDORES) O D=DELEGACION (CONTRA
      * NAT-DELEGACIONES); KILOS Y VALOR CON COMA DECIMAL. DIARIO
      * IMPRESO DE LO APLICADO Y RECHAZOS CON SU MOTIVO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT entrada ASSIGN TO 'NAT-objetivos.mov'
           organization is line sequential
           FILE STATUS IS WS-FS-ENTRADA.
           SELECT maestro ASSIGN TO 'NAT-objetivos'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OB-CLAVE
           FILE STATUS IS WS-FS-MAESTRO.
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
           SELECT salida  ASSIGN TO 'NAT-salida-objmant'
           organization is line  sequential.
           SELECT rechazos ASSIGN TO 'NAT-objetivos-mant.rej'
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
           RECORD 60 CHARACTERS
           DATA RECORD IS REG-ENTRADA.
       01 REG-ENTRADA   pic x(60).
       FD  MAESTRO
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
       FD  SALIDA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 132 CHARACTERS
           DATA RECORD IS REG-SALIDA.
       01  reg-salida        pic x(132).
       FD  RECHAZOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 80 CHARACTERS
           DATA RECORD IS REG-RECHAZO.
       01  REG-RECHAZO.
           03 REG-RECHAZO-LINEA    PIC X(60).
           03 FILLER               PIC X VALUE SPACES.
           03 REG-RECHAZO-MOTIVO   PIC X(19).
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
       01  WS-FS-ENTRADA        PIC XX.
       01  WS-FS-MAESTRO        PIC XX.
       01  WS-FS-VENDEDORES     PIC XX.
       01  WS-FS-DELEG          PIC XX.
       01  WS-FS-AUD            PIC XX.
       01  W-VEND-DISP          PIC X VALUE 'N'.
           88 VEND-DISPONIBLE         VALUE 'S'.
       01  W-DELEG-DISP         PIC X VALUE 'N'.
           88 DELEG-DISPONIBLE        VALUE 'S'.
       01  DESTRIPAR.
           03 W-ACCION            PIC X.
           03 W-ANOMES-RAW        PIC X(10).
           03 W-TIPO-RAW          PIC X(10).
           03 W-COD-RAW           PIC X(10).
           03 W-KILOS-RAW         PIC X(15).
           03 W-VALOR-RAW         PIC X(17).
       01  W-ANOMES.
           03 W-ANOMES-ANO        PIC X(4).
           03 W-ANOMES-MES        PIC XX.
       01  W-cod-vendedor         PIC X(4) JUSTIFIED RIGHT.
       01  W-cod-delegacion       PIC X(3).
       01  W-codigo               PIC X(4).
       01  W-nombre               PIC X(20).
      * IMPORTE NNNNNNNNNNN,NN DE UN CAMPO DE TEXTO.
       01  W-IMP-RAW        PIC X(17).
       01  W-IMP-ENTERO-RAW PIC X(17).
       77  W-LEN-IMP-ENTERO PIC 9(4) COMP VALUE 0.
       01  wimp-a.
           03 wimp-e   pic x(11) justified right.
           03 wimp-d   pic x(2).
       01  wimp-n redefines wimp-a pic 9(11)V99.
       01  W-IMP-VALIDO     PIC X VALUE 'S'.
           88 IMPORTE-VALIDO       VALUE 'S'.
       01  W-KILOS          PIC 9(9)V99 VALUE 0.
       01  W-VALOR          PIC 9(11)V99 VALUE 0.
       01  W-VALIDACION.
           03 W-VALIDO            PIC X     VALUE 'S'.
              88 REG-VALIDO                 VALUE 'S'.
              88 REG-INVALIDO               VALUE 'N'.
           03 W-MOTIVO-RECHAZO    PIC X(19) VALUE SPACES.
       77  W-CNT-LEIDOS         PIC 9(7) VALUE 0.
       77  W-CNT-APLICADAS      PIC 9(7) VALUE 0.
       77  W-CNT-RECHAZADOS     PIC 9(7) VALUE 0.
       01  WFECHA-HOY           PIC 9(8).
       01  WHORA-HOY            PIC 9(6).
       01  CABECERA1.
           03 FILLER PIC X(8)    VALUE 'DIARIO  '.
           03 FILLER PIC X(33)
              VALUE 'MANTENIMIENTO OBJETIVOS DE VENTA '.
       01  CABECERA2.
           03 FILLER PIC X(6)   VALUE 'ACCION'.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(6)   VALUE 'MES   '.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(4)   VALUE 'TIPO'.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(6)   VALUE 'CODIGO'.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(20)  VALUE 'NOMBRE'.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(14)  VALUE '  KILOS OBJET.'.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(18)  VALUE '      VALOR OBJET.'.
           03 FILLER PIC X(2)   VALUE SPACES.
           03 FILLER PIC X(14)  VALUE 'RESULTADO'.
       01  CABECERA3.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-accion       PIC X.
           03 FILLER         PIC X(5) VALUE SPACES.
           03 S-anomes       PIC X(6).
           03 FILLER         PIC X(3) VALUE SPACES.
           03 S-tipo         PIC X.
           03 FILLER         PIC X(4) VALUE SPACES.
           03 S-codigo       PIC X(4).
           03 FILLER         PIC X(4) VALUE SPACES.
           03 S-nombre       PIC X(20).
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-kilos        PIC zzz.zzz.zz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-valor        PIC zz.zzz.zzz.zz9,99.
           03 FILLER         PIC X(3) VALUE SPACES.
           03 S-resultado    PIC X(14).
       01  CABECERA4.
           03 FILLER         PIC X(14) VALUE 'TOTAL MOVTOS: '.
           03 S-CNT-LEIDOS   PIC zzzzz9.
           03 FILLER         PIC X(12) VALUE '  APLICADAS:'.
           03 S-CNT-APLIC    PIC zzzzz9.
           03 FILLER         PIC X(13) VALUE '  RECHAZADAS:'.
           03 S-CNT-RECH     PIC zzzzz9.
       77  FE       PIC 9    VALUE 0.

       PROCEDURE DIVISION.
       ABRIR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT ENTRADA
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'OBJMANT SIN FICHERO DE MOVIMIENTOS'
               CLOSE ENTRADA
               STOP RUN
           END-IF
           OPEN I-O MAESTRO
           IF WS-FS-MAESTRO NOT = '00'
               OPEN OUTPUT MAESTRO
               CLOSE MAESTRO
               OPEN I-O MAESTRO
           END-IF
           IF WS-FS-MAESTRO NOT = '00'
               DISPLAY 'OBJMANT MAESTRO NO DISPONIBLE FS='
                   WS-FS-MAESTRO
               MOVE 8 TO RETURN-CODE
               CLOSE ENTRADA
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
           OPEN OUTPUT SALIDA RECHAZOS
           WRITE REG-SALIDA from cabecera1 END-WRITE
           WRITE REG-SALIDA from cabecera2 END-WRITE
           READ ENTRADA AT END MOVE 1 TO FE END-READ
           PERFORM  UNTIL FE = 1
               ADD 1 TO W-CNT-LEIDOS
               MOVE SPACES TO DESTRIPAR
               unstring reg-entrada delimited by ';' into
                 W-ACCION W-ANOMES-RAW W-TIPO-RAW W-COD-RAW
                 W-KILOS-RAW W-VALOR-RAW
               end-unstring
               perform VALIDAR-TRANSACCION
               if REG-VALIDO
                   EVALUATE W-ACCION
                       WHEN 'A' PERFORM APLICAR-ALTA
                       WHEN 'M' PERFORM APLICAR-MODIFICACION
                       WHEN 'B' PERFORM APLICAR-BAJA
                   END-EVALUATE
               else
                   perform RECHAZAR
               end-if
               READ ENTRADA AT END MOVE 1 TO FE END-READ
           END-PERFORM
           MOVE W-CNT-LEIDOS     TO S-CNT-LEIDOS
           MOVE W-CNT-APLICADAS  TO S-CNT-APLIC
           MOVE W-CNT-RECHAZADOS TO S-CNT-RECH
           WRITE REG-SALIDA FROM CABECERA4 END-WRITE
           PERFORM GRABAR-AUDITORIA
           IF VEND-DISPONIBLE
               CLOSE VENDEDORES
           END-IF
           IF DELEG-DISPONIBLE
               CLOSE DELEGACIONES
           END-IF
           CLOSE ENTRADA SALIDA MAESTRO RECHAZOS
           IF W-CNT-RECHAZADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * LAS BAJAS NO EXIGEN QUE EL VENDEDOR O LA DELEGACION SIGAN EN
      * SU MAESTRO: SE PUEDE BORRAR EL OBJETIVO DE UN CODIGO YA
      * DESAPARECIDO.
       VALIDAR-TRANSACCION.
           SET REG-VALIDO TO TRUE
           MOVE SPACES TO W-MOTIVO-RECHAZO W-nombre
           MOVE 0 TO W-KILOS W-VALOR
           IF W-ACCION NOT = 'A' AND NOT = 'M' AND NOT = 'B'
               SET REG-INVALIDO TO TRUE
               MOVE 'ACCION INVALIDA' TO W-MOTIVO-RECHAZO
           END-IF
           IF REG-VALIDO
               MOVE W-ANOMES-RAW(1:6) TO W-ANOMES
               IF W-ANOMES NOT NUMERIC
                  OR W-ANOMES-RAW(7:4) NOT = SPACES
                  OR W-ANOMES-MES < '01' OR W-ANOMES-MES > '12'
                   SET REG-INVALIDO TO TRUE
                   MOVE 'MES INVALIDO' TO W-MOTIVO-RECHAZO
               END-IF
           END-IF
           IF REG-VALIDO
               EVALUATE W-TIPO-RAW
                   WHEN 'V'
                       PERFORM VALIDAR-VENDEDOR
                   WHEN 'D'
                       PERFORM VALIDAR-DELEGACION
                   WHEN OTHER
                       SET REG-INVALIDO TO TRUE
                       MOVE 'TIPO INVALIDO' TO W-MOTIVO-RECHAZO
               END-EVALUATE
           END-IF
           IF REG-VALIDO AND W-ACCION NOT = 'B'
               MOVE W-KILOS-RAW TO W-IMP-RAW
               PERFORM DESTRIPAR-IMPORTE
               IF NOT IMPORTE-VALIDO OR wimp-n > 999999999,99
                   SET REG-INVALIDO TO TRUE
                   MOVE 'KILOS INVALIDOS' TO W-MOTIVO-RECHAZO
               ELSE
                   MOVE wimp-n TO W-KILOS
               END-IF
           END-IF
           IF REG-VALIDO AND W-ACCION NOT = 'B'
               MOVE W-VALOR-RAW TO W-IMP-RAW
               PERFORM DESTRIPAR-IMPORTE
               IF NOT IMPORTE-VALIDO
                   SET REG-INVALIDO TO TRUE
                   MOVE 'VALOR INVALIDO' TO W-MOTIVO-RECHAZO
               ELSE
                   MOVE wimp-n TO W-VALOR
               END-IF
           END-IF
           IF REG-VALIDO AND W-ACCION NOT = 'B'
              AND W-KILOS = 0 AND W-VALOR = 0
               SET REG-INVALIDO TO TRUE
               MOVE 'OBJETIVO A CERO' TO W-MOTIVO-RECHAZO
           END-IF.

       VALIDAR-VENDEDOR.
           MOVE SPACES TO W-cod-vendedor
           unstring W-COD-RAW delimited by ' ' into W-cod-vendedor
           end-unstring
           INSPECT W-cod-vendedor REPLACING ALL ' ' BY '0'
           IF W-cod-vendedor NOT NUMERIC OR W-COD-RAW = SPACES
               SET REG-INVALIDO TO TRUE
               MOVE 'VENDEDOR INVALIDO' TO W-MOTIVO-RECHAZO
           ELSE
               MOVE W-cod-vendedor TO W-codigo
               IF VEND-DISPONIBLE
                   MOVE W-cod-vendedor TO V-cod-vendedor
                   READ VENDEDORES
                       INVALID KEY
                           IF W-ACCION NOT = 'B'
                               SET REG-INVALIDO TO TRUE
                               MOVE 'VENDEDOR NO EXISTE'
                                   TO W-MOTIVO-RECHAZO
                           END-IF
                       NOT INVALID KEY
                           MOVE V-nombre TO W-nombre
                   END-READ
               END-IF
           END-IF.

       VALIDAR-DELEGACION.
           MOVE SPACES TO W-cod-delegacion
           unstring W-COD-RAW delimited by ' ' into W-cod-delegacion
           end-unstring
           IF W-cod-delegacion = SPACES OR W-COD-RAW(4:7) NOT = SPACES
               SET REG-INVALIDO TO TRUE
               MOVE 'DELEGACION INVALIDA' TO W-MOTIVO-RECHAZO
           ELSE
               MOVE W-cod-delegacion TO W-codigo
               IF DELEG-DISPONIBLE
                   MOVE W-cod-delegacion TO DG-codigo
                   READ DELEGACIONES
                       INVALID KEY
                           IF W-ACCION NOT = 'B'
                               SET REG-INVALIDO TO TRUE
                               MOVE 'DELEGAC. NO EXISTE'
                                   TO W-MOTIVO-RECHAZO
                           END-IF
                       NOT INVALID KEY
                           MOVE DG-nombre TO W-nombre
                   END-READ
               END-IF
           END-IF.

      * CAMPO VACIO = 0; SIN COMA, TODO ES PARTE ENTERA.
       DESTRIPAR-IMPORTE.
           MOVE SPACES TO wimp-a W-IMP-ENTERO-RAW
           MOVE 0 TO W-LEN-IMP-ENTERO
           MOVE 'S' TO W-IMP-VALIDO
           IF W-IMP-RAW NOT = SPACES
               unstring W-IMP-RAW delimited by ',' or ' '
                   into W-IMP-ENTERO-RAW COUNT IN W-LEN-IMP-ENTERO
                        wimp-d
               end-unstring
               IF W-LEN-IMP-ENTERO > 0 AND W-LEN-IMP-ENTERO <= 11
                   MOVE W-IMP-ENTERO-RAW(1:W-LEN-IMP-ENTERO) TO wimp-e
               ELSE
                   MOVE 'N' TO W-IMP-VALIDO
               END-IF
           END-IF
           inspect wimp-a replacing all ' ' by '0'
           IF wimp-a NOT NUMERIC
               MOVE 'N' TO W-IMP-VALIDO
           END-IF.

       MONTAR-MAESTRO.
           MOVE W-ANOMES        TO OB-anomes
           MOVE W-TIPO-RAW      TO OB-tipo
           MOVE W-codigo        TO OB-codigo.

       APLICAR-ALTA.
           PERFORM MONTAR-MAESTRO
           MOVE W-KILOS TO OB-kilos
           MOVE W-VALOR TO OB-valor
           WRITE REG-OBJETIVO
               INVALID KEY
                   MOVE 'OBJETIVO DUPLICADO' TO W-MOTIVO-RECHAZO
                   PERFORM RECHAZAR
               NOT INVALID KEY
                   MOVE 'ALTA APLICADA' TO S-resultado
                   PERFORM ANOTAR-DIARIO
           END-WRITE.

       APLICAR-MODIFICACION.
           PERFORM MONTAR-MAESTRO
           READ MAESTRO
               INVALID KEY
                   MOVE 'OBJETIVO NO EXISTE' TO W-MOTIVO-RECHAZO
                   PERFORM RECHAZAR
               NOT INVALID KEY
                   MOVE W-KILOS TO OB-kilos
                   MOVE W-VALOR TO OB-valor
                   REWRITE REG-OBJETIVO
                       INVALID KEY
                           MOVE 'ERROR REESCRITURA' TO W-MOTIVO-RECHAZO
                           PERFORM RECHAZAR
                       NOT INVALID KEY
                           MOVE 'MODIF APLICADA' TO S-resultado
                           PERFORM ANOTAR-DIARIO
                   END-REWRITE
           END-READ.

       APLICAR-BAJA.
           PERFORM MONTAR-MAESTRO
           READ MAESTRO
               INVALID KEY
                   MOVE 'OBJETIVO NO EXISTE' TO W-MOTIVO-RECHAZO
                   PERFORM RECHAZAR
               NOT INVALID KEY
                   MOVE OB-kilos TO W-KILOS
                   MOVE OB-valor TO W-VALOR
                   DELETE MAESTRO
                       INVALID KEY
                           MOVE 'ERROR BORRADO' TO W-MOTIVO-RECHAZO
                           PERFORM RECHAZAR
                       NOT INVALID KEY
                           MOVE 'BAJA APLICADA' TO S-resultado
                           PERFORM ANOTAR-DIARIO
                   END-DELETE
           END-READ.

       ANOTAR-DIARIO.
           ADD 1 TO W-CNT-APLICADAS
           MOVE W-ACCION         TO S-accion
           MOVE W-ANOMES         TO S-anomes
           MOVE W-TIPO-RAW       TO S-tipo
           MOVE W-codigo         TO S-codigo
           MOVE W-nombre         TO S-nombre
           MOVE W-KILOS          TO S-kilos
           MOVE W-VALOR          TO S-valor
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE.

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES           TO REG-AUDITORIA
           MOVE 'OBJMANT'        TO AUD-PROGRAMA
           MOVE WFECHA-HOY       TO AUD-FECHA
           MOVE WHORA-HOY        TO AUD-HORA
           MOVE W-CNT-LEIDOS     TO AUD-LEIDOS
           MOVE W-CNT-APLICADAS  TO AUD-ESCRITOS
           MOVE W-CNT-RECHAZADOS TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.

       RECHAZAR.
           ADD 1                  TO W-CNT-RECHAZADOS
           MOVE SPACES           TO REG-RECHAZO
           MOVE REG-ENTRADA      TO REG-RECHAZO-LINEA
           MOVE W-MOTIVO-RECHAZO TO REG-RECHAZO-MOTIVO
           WRITE REG-RECHAZO.
