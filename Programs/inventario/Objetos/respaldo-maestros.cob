      *                                                              *
      * Autor: ANDRES CAMILO LAGUNA BERNAL                           *
      * Fecha: 21-08-2026                                            *
      * Mod: 15-10-2026 - Opcion J: recuperacion hacia adelante con  *
      *      recupera-diario (restaura una generacion y reaplica el  *
      *      diario de recuperacion hasta la fecha y hora pedidas).  *
      ****************************************************************
       DATE-WRITTEN. 21-08-2026.

           DISPLAY "-------------------------------" LINE 5 POSITION 20.
           DISPLAY "  S -> Tomar respaldo (foto)"    LINE 7 POSITION 20.
           DISPLAY "  R -> Restaurar una generacion" LINE 8 POSITION 20.
           DISPLAY "  J -> Recuperar con el diario"  LINE 9 POSITION 20.
           DISPLAY "  Q -> Volver"                  LINE 10 POSITION 20.
           DISPLAY "Seleccione una opción:"         LINE 12 POSITION 20.
           ACCEPT WS-OPCION LINE 12 POSITION 41.
           EVALUATE WS-OPCION
               WHEN "S"
                    PERFORM CLEAR-SCREEN
                    PERFORM PAUSA
               WHEN "R"
                    PERFORM RESTAURAR-GENERACION
               WHEN "J"
                    CALL "recupera-diario" USING PASAR
                    END-CALL
               WHEN "Q"
                    DISPLAY "Saliendo..."
               WHEN OTHER
