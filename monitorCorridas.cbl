      *          mas alla de la tolerancia (un archivo de entrada a
      *          medias es la falla silenciosa mas comun) y las
      *          rachas de DESBALANCE que indican un master corrido
      *          desde hace varias noches. Una corrida RESTAURAR sale
      *          marcada como vuelta atras de los maestros.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 i-racha-fecha pic 9(8).
           03 filler pic x(4) value " ***".
           03 filler pic x(27) value spaces.
       01  inf-alerta-restaurar.
           03 filler pic x(10) value spaces.
           03 filler pic x(48) value
               "*** ALERTA: MAESTROS VUELTOS A UNA GENERACION AN".
           03 filler pic x(13) value "TERIOR ***".
           03 filler pic x(29) value spaces.
       01  inf-sin-corridas.
           03 filler pic x(33) value
               "SIN CORRIDAS ASENTADAS EN CONTROL".
           MOVE w-cor-lei-pas(w-i) TO i-cor-pas.
           MOVE w-cor-resultado(w-i) TO i-cor-resultado.
           WRITE inf-reg FROM inf-linea-corrida.
      *    La restauracion no lee entradas: no lleva delta y, si se
      *    hizo, se marca la vuelta atras, que cambia la base de las
      *    corridas que siguen.
           IF w-cor-modo(w-i) IS EQUAL "RESTAURAR"
               IF w-cor-resultado(w-i) IS EQUAL "RESTAURADO"
                   WRITE inf-reg FROM inf-alerta-restaurar
               END-IF
           ELSE
               PERFORM 320-BUSCAR-COMPARABLE
               IF w-ant > 0
                   PERFORM 330-INFORMAR-DELTA
               ELSE
                   WRITE inf-reg FROM inf-linea-sin-base
               END-IF
           END-IF.

       320-BUSCAR-COMPARABLE.
