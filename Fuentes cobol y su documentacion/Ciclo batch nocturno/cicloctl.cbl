      *                       LOS CONTADORES DE LA ULTIMA FILA DE
      *                       AUDITORIA DEL PROGRAMA
      *   F;                  ANOTA EL CICLO COMPLETO ('CICLO')
      * LAS FILAS DE CIERRE DE PERIODO QUE ANOTA CIERRES (PASO
      * L/H + M/T/A + PERIODO) NO SON DEL CICLO: SOBREVIVEN A LA
      * PURGA Y AL FORZADO HASTA QUE TIENEN DOS ANOS.
       01  W-TARJETA.
           03 W-MODO          PIC X.
           03 W-PASO          PIC X(8).
              05 TC-ESCRITOS    PIC 9(10).
              05 TC-RECHAZADOS  PIC 9(10).
       77  W-NUM-CICLO         PIC 9(4) COMP VALUE 0.
       01  W-PASO-CIERRE.
           03 W-PC-MARCA      PIC X.
              88 PC-MARCA-CIERRE     VALUE 'L' 'H'.
           03 W-PC-TIPO       PIC X.
              88 PC-TIPO-CIERRE      VALUE 'M' 'T' 'A'.
           03 W-PC-ANO        PIC X(4).
           03 FILLER          PIC XX.
       01  W-FECHA-RETENCION   PIC 9(8) VALUE 0.
       01  W-RETENER-HOY       PIC X VALUE 'S'.
           88 RETENER-HOY            VALUE 'S'.
       01  W-ENCONTRADO        PIC X VALUE 'N'.
           88 ENCONTRADO-S           VALUE 'S'.
       01  W-CAMPO-NUM         PIC X(10).
           END-PERFORM.

      * EL OPERADOR FUERZA LA REPETICION COMPLETA ESCRIBIENDO
      * 'FORZAR' EN NAT-CICLO.OVR (SE VACIA EL CONTROL, SALVO LAS
      * FILAS DE CIERRE DE PERIODO, Y SE ABRE CICLO NUEVO DE HOY),
      * Y AUTORIZA REANUDAR UN CICLO ABIERTO
      * DE UNA FECHA ANTERIOR ESCRIBIENDO 'REANUDAR'. EL FORZADO
      * SE DEJA EN BLANCO TRAS USARSE PARA QUE NO SE QUEDE PEGADO.
      * SIN FORZADO: UN CICLO ABIERTO DE HOY SE REANUDA SOLO; UNO
               MOVE SPACES TO REG-FORZADO
           END-IF
           IF REG-FORZADO = 'FORZAR'
               MOVE WFECHA-HOY TO W-FECHA-NEGOCIO
               MOVE 'N' TO W-RETENER-HOY
               PERFORM PURGAR-OTRAS-FECHAS
               PERFORM ANOTAR-INICIO
               PERFORM GRABAR-CICLO
               PERFORM LIMPIAR-FORZADO

      * AL ABRIR CICLO NUEVO SOLO SE RETIENEN LAS FILAS DE LA
      * FECHA DE NEGOCIO ACTUAL: LA HISTORIA VIVE EN LA AUDITORIA,
      * Y ASI LA TABLA NUNCA SE LLENA CON NOCHES VIEJAS. LAS FILAS
      * DE CIERRE DE PERIODO SE RETIENEN DOS ANOS (CIERRES LAS
      * NECESITA PARA NO REPETIR UN CIERRE Y PARA EL LISTADO DE
      * ATRASADOS). EL FORZADO NO RETIENE NI LAS DE HOY.
       PURGAR-OTRAS-FECHAS.
           MOVE 0 TO IX-AUX
           COMPUTE W-FECHA-RETENCION = W-FECHA-NEGOCIO - 20000
           PERFORM VARYING IX-CIC FROM 1 BY 1
                   UNTIL IX-CIC > W-NUM-CICLO
               MOVE TC-PASO(IX-CIC) TO W-PASO-CIERRE
               IF (RETENER-HOY AND
                   TC-FECHA(IX-CIC) = W-FECHA-NEGOCIO)
                  OR (PC-MARCA-CIERRE AND PC-TIPO-CIERRE
                      AND W-PC-ANO NUMERIC
                      AND TC-FECHA(IX-CIC) NOT < W-FECHA-RETENCION)
                   ADD 1 TO IX-AUX
                   MOVE TC-FECHA(IX-CIC)      TO TC-FECHA(IX-AUX)
                   MOVE TC-PASO(IX-CIC)       TO TC-PASO(IX-AUX)
