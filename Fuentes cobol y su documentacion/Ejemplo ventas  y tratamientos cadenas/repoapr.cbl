       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOAPR.
       AUTHOR. J.GAYAN.
      * LLEVA A NAT-STOCK.MIN LAS LINEAS DE LA PROPUESTA DE REPOSICION
      * (NAT-REPOSICION.PRO, DE REPOSIC) QUE COMPRAS HA APROBADO EN
      * NAT-REPOSICION.APR, UNA LINEA AAAAMM;PRODUCTO POR PRODUCTO.
      * SOLO SE ACEPTAN APROBACIONES DEL MES DE LA PROPUESTA EN VIGOR.
      * EL NUEVO MINIMO Y LA CANTIDAD DE PEDIDO (SEXTO CAMPO) SE
      * ESCRIBEN EN LA LINEA DEL ALMACEN GENERAL (SIN DELEGACION),
      * CONSERVANDO PROVEEDOR Y COSTE; SI NO HAY LINEA SE ANADE. LAS
      * LINEAS DE DELEGACION NO SE TOCAN. SI LA LINEA YA NO TIENE LOS
      * VALORES DE LA PROPUESTA (CAMBIADA A MANO DESPUES) NO SE PISA Y
      * SE AVISA CON RC=4. EL RESULTADO VA A NAT-STOCK.MIN.NEW, QUE EL
      * SIGUIENTE PASO COPIA SOBRE NAT-STOCK.MIN ANTES DE STOCKUPD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT propuesta ASSIGN TO 'NAT-reposicion.pro'
           organization is line sequential
           FILE STATUS IS WS-FS-PRO.
           SELECT aprobaciones ASSIGN TO 'NAT-reposicion.apr'
           organization is line sequential
           FILE STATUS IS WS-FS-APR.
           SELECT minimos ASSIGN TO 'NAT-stock.min'
           organization is line sequential
           FILE STATUS IS WS-FS-MIN.
           SELECT minnuevo ASSIGN TO 'NAT-stock.min.new'
           organization is line sequential
           FILE STATUS IS WS-FS-NEW.
           SELECT salida  ASSIGN TO 'NAT-salida-repoapr'
           organization is line  sequential.
           SELECT auditoria ASSIGN TO 'NAT-auditoria'
           organization is line sequential
           FILE STATUS IS WS-FS-AUD.
       DATA DIVISION.
       FILE SECTION.
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
       FD  APROBACIONES
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 20 CHARACTERS
           DATA RECORD IS REG-APROBACION.
       01  REG-APROBACION    PIC X(20).
       FD  MINIMOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 50 CHARACTERS
           DATA RECORD IS REG-MINIMO.
       01  REG-MINIMO        PIC X(50).
       FD  MINNUEVO
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           RECORD 50 CHARACTERS
           DATA RECORD IS REG-MINNUEVO.
       01  REG-MINNUEVO      PIC X(50).
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
       01  WS-FS-PRO           PIC XX.
       01  WS-FS-APR           PIC XX.
       01  WS-FS-MIN           PIC XX.
       01  WS-FS-NEW           PIC XX.
       01  WS-FS-AUD           PIC XX.
       01  W-MES-PROPUESTA     PIC X(6) VALUE SPACES.
      * PROPUESTA POR PRODUCTO (CODIGO DE DOS CIFRAS: LA TABLA CUBRE
      * EL DOMINIO 00-99). TA-ESTADO:
      *   ' ' SIN APROBAR   'A' APROBADA, AUN SIN LINEA GENERAL
      *   'P' APLICADA      'Y' YA ESTABA APLICADA
      *   'N' APLICADA EN LINEA NUEVA
      *   'C' LINEA CAMBIADA DESDE LA PROPUESTA, NO SE PISA
       01  TABLA-PROPUESTA.
           03 TA-FILA OCCURS 100 TIMES.
              05 TA-EN-PROPUESTA  PIC X.
              05 TA-ESTADO        PIC X.
              05 TA-idproducto    PIC X(4).
              05 TA-minimo-ant    PIC 9(7)V99.
              05 TA-minimo-nuevo  PIC 9(7)V99.
              05 TA-cantidad-ant  PIC 9(7)V99.
              05 TA-cantidad-nueva PIC 9(7)V99.
              05 TA-proveedor     PIC X(4).
       77  W-SUB-PROD       PIC 9(4) COMP VALUE 0.
       01  W-COD-PROD       PIC X(2) JUSTIFIED RIGHT.
       01  W-COD-PROD-N REDEFINES W-COD-PROD PIC 99.
       01  W-APR-MES        PIC X(10).
       01  W-APR-PROD-RAW   PIC X(10).
       01  W-MOTIVO         PIC X(30).
      * CAMPOS DE UNA LINEA DE NAT-STOCK.MIN:
      * PRODUCTO;MINIMO;PROVEEDOR;COSTE;DELEGACION;CANTIDAD PEDIDO
       01  W-LINEA          PIC X(50).
       01  W-LINEA-NUEVA    PIC X(50).
       01  W-CAMPOS.
           03 W-ID-RAW      PIC X(10).
           03 W-MIN-RAW     PIC X(12).
           03 W-PROV-RAW    PIC X(10).
           03 W-COSTE-RAW   PIC X(12).
           03 W-delegacion  PIC X(3).
           03 W-PEDFIJO-RAW PIC X(12).
      * IMPORTE NNNNNNN,NN DE UN CAMPO DE TEXTO.
       01  W-IMP-RAW        PIC X(12).
       01  W-IMP-ENTERO-RAW PIC X(12).
       77  W-LEN-IMP-ENTERO PIC 9(4) COMP VALUE 0.
       01  wimp-a.
           03 wimp-e   pic x(7) justified right.
           03 wimp-d   pic x(2).
       01  wimp-n redefines wimp-a pic 9(7)V99.
       01  W-IMP-VALIDO     PIC X VALUE 'S'.
           88 IMPORTE-VALIDO       VALUE 'S'.
       01  W-MIN-ACTUAL     PIC 9(7)V99 VALUE 0.
       01  W-CANT-ACTUAL    PIC 9(7)V99 VALUE 0.
       01  W-MIN-ED         PIC 9(7),99.
       01  W-CANT-ED        PIC 9(7),99.
       77  W-CNT-LEIDOS     PIC 9(7) VALUE 0.
       77  W-CNT-ESCRITOS   PIC 9(7) VALUE 0.
       77  W-CNT-RECHAZADAS PIC 9(7) VALUE 0.
       77  W-CNT-APLICADAS  PIC 9(7) VALUE 0.
       77  W-CNT-CAMBIADAS  PIC 9(7) VALUE 0.
       01  WFECHA-HOY        PIC 9(8).
       01  WHORA-HOY         PIC 9(6).
       77  FE       PIC 9    VALUE 0.
       01  CABECERA1.
           03 FILLER PIC X(38)
              VALUE 'APROBACIONES DE REPOSICION. PROPUESTA '.
           03 S-MES-TIT      PIC X(6).
       01  CABECERA2.
           03 FILLER PIC X(22) VALUE 'APROBACION RECHAZADA: '.
           03 S-APROBACION   PIC X(20).
           03 FILLER PIC X(2)  VALUE SPACES.
           03 S-RECHAZO      PIC X(30).
       01  CABECERA3.
           03 FILLER PIC X(4)   VALUE 'PROD'.
           03 FILLER PIC X(1)   VALUE SPACES.
           03 FILLER PIC X(11)  VALUE ' MIN.ACTUAL'.
           03 FILLER PIC X(11)  VALUE '  MIN.NUEVO'.
           03 FILLER PIC X(11)  VALUE ' PED.ACTUAL'.
           03 FILLER PIC X(11)  VALUE '  PED.NUEVO'.
           03 FILLER PIC X(1)   VALUE SPACES.
           03 FILLER PIC X(30)  VALUE 'SITUACION'.
       01  CABECERA4.
           03 S-idproducto   PIC X(4).
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-minimo-ant   PIC zzzzzz9,99.
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-minimo-nuevo PIC zzzzzz9,99.
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-cant-ant     PIC zzzzzz9,99.
           03 FILLER         PIC X(1) VALUE SPACES.
           03 S-cant-nueva   PIC zzzzzz9,99.
           03 FILLER         PIC X(2) VALUE SPACES.
           03 S-situacion    PIC X(30).
       01  CABECERA5.
           03 FILLER          PIC X(11) VALUE 'APLICADAS: '.
           03 S-CNT-APL       PIC zzzzz9.
           03 FILLER          PIC X(24)
              VALUE '  CAMBIADAS A MANO:     '.
           03 S-CNT-CAM       PIC zzzzz9.
           03 FILLER          PIC X(14) VALUE '  RECHAZADAS: '.
           03 S-CNT-REC       PIC zzzzz9.

       PROCEDURE DIVISION.
       ABRIR.
           INITIALIZE TABLA-PROPUESTA
           OPEN INPUT MINIMOS
           IF WS-FS-MIN NOT = '00'
               DISPLAY 'REPOAPR SIN NAT-STOCK.MIN FS=' WS-FS-MIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SALIDA MINNUEVO
           PERFORM CARGAR-PROPUESTA
           MOVE W-MES-PROPUESTA TO S-MES-TIT
           WRITE REG-SALIDA FROM CABECERA1 END-WRITE
           PERFORM LEER-APROBACIONES
           PERFORM COPIAR-MINIMOS
           PERFORM ANADIR-LINEAS-NUEVAS
           PERFORM LISTAR-APROBADAS
           MOVE W-CNT-APLICADAS  TO S-CNT-APL
           MOVE W-CNT-CAMBIADAS  TO S-CNT-CAM
           MOVE W-CNT-RECHAZADAS TO S-CNT-REC
           WRITE REG-SALIDA FROM CABECERA5 END-WRITE
           PERFORM GRABAR-AUDITORIA
           CLOSE MINIMOS MINNUEVO SALIDA
           IF W-CNT-RECHAZADAS > 0 OR W-CNT-CAMBIADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       CARGAR-PROPUESTA.
           OPEN INPUT PROPUESTA
           IF WS-FS-PRO NOT = '00'
               CLOSE PROPUESTA
           ELSE
               MOVE 0 TO FE
               READ PROPUESTA AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   MOVE SPACES TO W-COD-PROD
                   unstring PR-idproducto delimited by ' '
                       into W-COD-PROD
                   end-unstring
                   inspect W-COD-PROD replacing all ' ' by '0'
                   IF W-COD-PROD NUMERIC
                       MOVE PR-anomes TO W-MES-PROPUESTA
                       COMPUTE W-SUB-PROD = W-COD-PROD-N + 1
                       MOVE 'S' TO TA-EN-PROPUESTA(W-SUB-PROD)
                       MOVE PR-idproducto
                           TO TA-idproducto(W-SUB-PROD)
                       MOVE PR-minimo-ant
                           TO TA-minimo-ant(W-SUB-PROD)
                       MOVE PR-minimo-nuevo
                           TO TA-minimo-nuevo(W-SUB-PROD)
                       MOVE PR-cantidad-ant
                           TO TA-cantidad-ant(W-SUB-PROD)
                       MOVE PR-cantidad-nueva
                           TO TA-cantidad-nueva(W-SUB-PROD)
                       MOVE PR-proveedor
                           TO TA-proveedor(W-SUB-PROD)
                   END-IF
                   READ PROPUESTA AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE PROPUESTA
           END-IF.

      * UNA APROBACION VALE SI ES DEL MES DE LA PROPUESTA Y EL
      * PRODUCTO ESTA EN ELLA; LAS DEMAS SE LISTAN COMO RECHAZADAS.
       LEER-APROBACIONES.
           OPEN INPUT APROBACIONES
           IF WS-FS-APR NOT = '00'
               CLOSE APROBACIONES
           ELSE
               MOVE 0 TO FE
               READ APROBACIONES AT END MOVE 1 TO FE END-READ
               PERFORM UNTIL FE = 1
                   IF REG-APROBACION NOT = SPACES
                       ADD 1 TO W-CNT-LEIDOS
                       PERFORM TRATAR-APROBACION
                   END-IF
                   READ APROBACIONES AT END MOVE 1 TO FE END-READ
               END-PERFORM
               CLOSE APROBACIONES
           END-IF.

       TRATAR-APROBACION.
           MOVE SPACES TO W-APR-MES W-APR-PROD-RAW W-COD-PROD W-MOTIVO
           unstring REG-APROBACION delimited by ';'
               into W-APR-MES W-APR-PROD-RAW
           end-unstring
           unstring W-APR-PROD-RAW delimited by ' ' into W-COD-PROD
           end-unstring
           inspect W-COD-PROD replacing all ' ' by '0'
           EVALUATE TRUE
               WHEN W-APR-MES(1:6) NOT NUMERIC
                 OR W-APR-MES(7:4) NOT = SPACES
                 OR W-COD-PROD NOT NUMERIC
                   MOVE 'LINEA MAL FORMADA' TO W-MOTIVO
               WHEN W-MES-PROPUESTA = SPACES
                   MOVE 'NO HAY PROPUESTA EN VIGOR' TO W-MOTIVO
               WHEN W-APR-MES(1:6) NOT = W-MES-PROPUESTA
                   MOVE 'PROPUESTA DE OTRO MES' TO W-MOTIVO
               WHEN OTHER
                   COMPUTE W-SUB-PROD = W-COD-PROD-N + 1
                   IF TA-EN-PROPUESTA(W-SUB-PROD) NOT = 'S'
                       MOVE 'PRODUCTO SIN PROPUESTA' TO W-MOTIVO
                   ELSE
                       MOVE 'A' TO TA-ESTADO(W-SUB-PROD)
                   END-IF
           END-EVALUATE
           IF W-MOTIVO NOT = SPACES
               ADD 1 TO W-CNT-RECHAZADAS
               MOVE REG-APROBACION TO S-APROBACION
               MOVE W-MOTIVO       TO S-RECHAZO
               WRITE REG-SALIDA FROM CABECERA2 END-WRITE
           END-IF.

       COPIAR-MINIMOS.
           MOVE 0 TO FE
           READ MINIMOS INTO W-LINEA AT END MOVE 1 TO FE END-READ
           PERFORM UNTIL FE = 1
               ADD 1 TO W-CNT-LEIDOS
               MOVE W-LINEA TO W-LINEA-NUEVA
               PERFORM TRATAR-LINEA-MINIMO
               WRITE REG-MINNUEVO FROM W-LINEA-NUEVA
               ADD 1 TO W-CNT-ESCRITOS
               READ MINIMOS INTO W-LINEA AT END MOVE 1 TO FE END-READ
           END-PERFORM.

      * SOLO LAS LINEAS GENERALES (SIN DELEGACION) DE PRODUCTOS CON
      * APROBACION. SI YA TIENEN LOS VALORES NUEVOS SE DEJAN; SI AUN
      * TIENEN LOS DE ANTES SE CAMBIAN; SI NO, ALGUIEN LAS HA TOCADO
      * DESPUES DE LA PROPUESTA Y SE RESPETAN.
       TRATAR-LINEA-MINIMO.
           MOVE SPACES TO W-CAMPOS W-COD-PROD
           unstring W-LINEA delimited by ';' into
               W-ID-RAW W-MIN-RAW W-PROV-RAW W-COSTE-RAW W-delegacion
               W-PEDFIJO-RAW
           end-unstring
           unstring W-ID-RAW delimited by ' ' into W-COD-PROD
           end-unstring
           inspect W-COD-PROD replacing all ' ' by '0'
           IF W-COD-PROD NUMERIC AND W-delegacion = SPACES
               COMPUTE W-SUB-PROD = W-COD-PROD-N + 1
               IF TA-ESTADO(W-SUB-PROD) NOT = SPACE
                   MOVE W-MIN-RAW TO W-IMP-RAW
                   PERFORM DESTRIPAR-IMPORTE
                   MOVE wimp-n TO W-MIN-ACTUAL
                   MOVE W-PEDFIJO-RAW TO W-IMP-RAW
                   PERFORM DESTRIPAR-IMPORTE
                   MOVE wimp-n TO W-CANT-ACTUAL
                   EVALUATE TRUE
                       WHEN W-MIN-ACTUAL = TA-minimo-nuevo(W-SUB-PROD)
                        AND W-CANT-ACTUAL =
                            TA-cantidad-nueva(W-SUB-PROD)
                           IF TA-ESTADO(W-SUB-PROD) = 'A'
                               MOVE 'Y' TO TA-ESTADO(W-SUB-PROD)
                           END-IF
                       WHEN W-MIN-ACTUAL = TA-minimo-ant(W-SUB-PROD)
                        AND W-CANT-ACTUAL =
                            TA-cantidad-ant(W-SUB-PROD)
                           PERFORM COMPONER-LINEA
                           MOVE 'P' TO TA-ESTADO(W-SUB-PROD)
                       WHEN OTHER
                           MOVE 'C' TO TA-ESTADO(W-SUB-PROD)
                   END-EVALUATE
               END-IF
           END-IF.

       COMPONER-LINEA.
           IF W-PROV-RAW = SPACES
               MOVE TA-proveedor(W-SUB-PROD) TO W-PROV-RAW
           END-IF
           MOVE TA-minimo-nuevo(W-SUB-PROD)   TO W-MIN-ED
           MOVE TA-cantidad-nueva(W-SUB-PROD) TO W-CANT-ED
           MOVE SPACES TO W-LINEA-NUEVA
           string W-COD-PROD    delimited by size
                  ';'           delimited by size
                  W-MIN-ED      delimited by size
                  ';'           delimited by size
                  W-PROV-RAW    delimited by ' '
                  ';'           delimited by size
                  W-COSTE-RAW   delimited by ' '
                  ';'           delimited by size
                  ';'           delimited by size
                  W-CANT-ED     delimited by size
                  into W-LINEA-NUEVA
           end-string.

      * PRODUCTOS APROBADOS SIN LINEA GENERAL EN NAT-STOCK.MIN.
       ANADIR-LINEAS-NUEVAS.
           PERFORM VARYING W-SUB-PROD FROM 1 BY 1
                   UNTIL W-SUB-PROD > 100
               IF TA-ESTADO(W-SUB-PROD) = 'A'
                   COMPUTE W-COD-PROD-N = W-SUB-PROD - 1
                   MOVE SPACES TO W-PROV-RAW W-COSTE-RAW
                   PERFORM COMPONER-LINEA
                   WRITE REG-MINNUEVO FROM W-LINEA-NUEVA
                   ADD 1 TO W-CNT-ESCRITOS
                   MOVE 'N' TO TA-ESTADO(W-SUB-PROD)
               END-IF
           END-PERFORM.

       LISTAR-APROBADAS.
           WRITE REG-SALIDA FROM CABECERA3 END-WRITE
           PERFORM VARYING W-SUB-PROD FROM 1 BY 1
                   UNTIL W-SUB-PROD > 100
               IF TA-ESTADO(W-SUB-PROD) NOT = SPACE
                   MOVE TA-idproducto(W-SUB-PROD)   TO S-idproducto
                   MOVE TA-minimo-ant(W-SUB-PROD)   TO S-minimo-ant
                   MOVE TA-minimo-nuevo(W-SUB-PROD) TO S-minimo-nuevo
                   MOVE TA-cantidad-ant(W-SUB-PROD) TO S-cant-ant
                   MOVE TA-cantidad-nueva(W-SUB-PROD)
                       TO S-cant-nueva
                   EVALUATE TA-ESTADO(W-SUB-PROD)
                       WHEN 'P'
                           MOVE 'APLICADA' TO S-situacion
                           ADD 1 TO W-CNT-APLICADAS
                       WHEN 'N'
                           MOVE 'APLICADA EN LINEA NUEVA'
                               TO S-situacion
                           ADD 1 TO W-CNT-APLICADAS
                       WHEN 'Y'
                           MOVE 'YA ESTABA APLICADA' TO S-situacion
                       WHEN OTHER
                           MOVE 'NO APLICADA: CAMBIADA A MANO'
                               TO S-situacion
                           ADD 1 TO W-CNT-CAMBIADAS
                   END-EVALUATE
                   WRITE REG-SALIDA FROM CABECERA4 END-WRITE
               END-IF
           END-PERFORM.

      * CAMPO VACIO = 0; UN IMPORTE ILEGIBLE SE TOMA COMO TODO NUEVES,
      * DE MODO QUE LA LINEA NO COINCIDE CON LA PROPUESTA Y NO SE
      * PISA.
       DESTRIPAR-IMPORTE.
           MOVE SPACES TO wimp-a W-IMP-ENTERO-RAW
           MOVE 0 TO W-LEN-IMP-ENTERO
           MOVE 'S' TO W-IMP-VALIDO
           IF W-IMP-RAW NOT = SPACES
               unstring W-IMP-RAW delimited by ',' or ' '
                   into W-IMP-ENTERO-RAW COUNT IN W-LEN-IMP-ENTERO
                        wimp-d
               end-unstring
               IF W-LEN-IMP-ENTERO > 0 AND W-LEN-IMP-ENTERO <= 7
                   MOVE W-IMP-ENTERO-RAW(1:W-LEN-IMP-ENTERO) TO wimp-e
               ELSE
                   MOVE 'N' TO W-IMP-VALIDO
               END-IF
           END-IF
           inspect wimp-a replacing all ' ' by '0'
           IF wimp-a NOT NUMERIC OR NOT IMPORTE-VALIDO
               MOVE ALL '9' TO wimp-a
           END-IF.

       GRABAR-AUDITORIA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WHORA-HOY  FROM TIME
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD NOT = '00'
               OPEN OUTPUT AUDITORIA
           END-IF
           MOVE SPACES            TO REG-AUDITORIA
           MOVE 'REPOAPR'         TO AUD-PROGRAMA
           MOVE WFECHA-HOY        TO AUD-FECHA
           MOVE WHORA-HOY         TO AUD-HORA
           MOVE W-CNT-LEIDOS      TO AUD-LEIDOS
           MOVE W-CNT-ESCRITOS    TO AUD-ESCRITOS
           MOVE W-CNT-RECHAZADAS  TO AUD-RECHAZADOS
           WRITE REG-AUDITORIA
           CLOSE AUDITORIA.
