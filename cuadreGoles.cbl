      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cuadre partido por partido entre los goles cargados
      *          por novedades y el resultado del partido. Cada grupo
      *          division / fecha / equipo de historico.dat suma sus
      *          goles y se compara con los goles de ese equipo en su
      *          partido de esa fecha en partidos.dat (como local o
      *          como visitante). Se informa, fecha por fecha, cada
      *          partido donde los goleadores no suman el resultado y
      *          cada equipo con goles en una fecha en la que no tiene
      *          partido registrado, para ubicar con el club el
      *          goleador faltante o mal cargado antes de cerrar la
      *          fecha. Complementa la marca "*" de la tabla de
      *          posiciones, que solo compara el total del torneo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUADRE-GOLES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORICO
           ASSIGN TO
           "..\historico.dat"
           ORGANIZATION is line sequential.
           SELECT PARTIDOS
           ASSIGN TO
           "..\partidos.dat"
           ORGANIZATION is line sequential.
           SELECT EQUIPOS
           ASSIGN TO
           "..\equipo.dat"
           ORGANIZATION is line sequential.
           SELECT INFORME
           ASSIGN TO
           "..\impCuadreGoles.dat"
           ORGANIZATION is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO.
       01  his-reg.
           03 his-division pic 9.
           03 his-fecha pic 9(2).
           03 his-equipo pic 99.
           03 his-jugador pic x(6).
           03 his-goles pic 9(2).
           03 his-signo pic x(1).
               88 his-ajuste-negativo value "-".

       FD  PARTIDOS.
       01  par-reg.
           03 par-division pic 9.
           03 par-fecha pic 9(2).
           03 par-equipo-local pic 99.
           03 par-equipo-visit pic 99.
           03 par-goles-local pic 9(2).
           03 par-goles-visit pic 9(2).

       FD  EQUIPOS.
       01  equ-reg.
           03 equ-cod pic 9(2).
           03 equ-nombre pic x(15).

       FD  INFORME.
       01  inf-reg pic x(100).

       WORKING-STORAGE SECTION.
       01  w-flag-historico pic 9 value zero.
       01  w-flag-partidos pic 9 value zero.
       01  w-flag-equipo pic 9 value zero.
       01  w-fecha-corrida pic 9(8) value zero.
       01  w-i pic 9(4).
       01  w-fch pic 9(3).
       01  w-flag-encontrado pic 9.
       01  w-flag-fecha-impresa pic 9.
       01  w-tabla-equipos.
           03 w-equ-nombre occurs 100 times pic x(15).
       01  w-cant-partidos pic 9(4) value zero.
       01  w-cant-partidos-omitidos pic 9(4) value zero.
       01  w-tabla-partidos.
           03 w-ptd-tabla occurs 2000 times.
               05 w-ptd-division pic 9.
               05 w-ptd-fecha pic 99.
               05 w-ptd-local pic 99.
               05 w-ptd-visit pic 99.
               05 w-ptd-goles-local pic 99.
               05 w-ptd-goles-visit pic 99.
               05 w-ptd-suma-local pic s9(4).
               05 w-ptd-suma-visit pic s9(4).
       01  w-ptd-pos pic 9(4).
       01  w-cant-grupos pic 9(4) value zero.
       01  w-cant-grupos-omitidos pic 9(4) value zero.
       01  w-tabla-grupos.
           03 w-grp-tabla occurs 3000 times.
               05 w-grp-division pic 9.
               05 w-grp-fecha pic 99.
               05 w-grp-equipo pic 99.
               05 w-grp-goles pic s9(4).
               05 w-grp-con-partido pic 9.
       01  w-grp-pos pic 9(4).
       01  w-his-goles-neto pic s9(2).
       01  w-lei-historico pic 9(6) value zero.
       01  w-tot-diferencias pic 9(4) value zero.
       01  w-tot-sin-partido pic 9(4) value zero.

      ****** lineas del informe ***********************************************
       01  inf-guarda.
           03 filler pic x(80) value all "*".
           03 filler pic x(20) value spaces.
       01  inf-titulo.
           03 filler pic x(10) value "Fecha: ".
           03 i-fecha pic 9(8).
           03 filler pic x(10) value spaces.
           03 filler pic x(41) value
               "CUADRE DE GOLEADORES CONTRA RESULTADOS   ".
           03 filler pic x(31) value spaces.
       01  inf-linea-fecha.
           03 filler pic x(7) value "FECHA: ".
           03 i-nro-fecha pic z9.
           03 filler pic x(91) value spaces.
       01  inf-diferencia.
           03 filler pic x(2) value spaces.
           03 filler pic x(12) value "NO CUADRA   ".
           03 filler pic x(5) value "DIV: ".
           03 i-dif-division pic 9.
           03 filler pic x(2) value spaces.
           03 i-dif-local pic 99.
           03 filler pic x(1) value spaces.
           03 i-dif-local-nombre pic x(15).
           03 filler pic x(5) value " RES:".
           03 i-dif-res-local pic z9.
           03 filler pic x(5) value " GOL:".
           03 i-dif-gol-local pic ---9.
           03 filler pic x(4) value " VS ".
           03 i-dif-visit pic 99.
           03 filler pic x(1) value spaces.
           03 i-dif-visit-nombre pic x(15).
           03 filler pic x(5) value " RES:".
           03 i-dif-res-visit pic z9.
           03 filler pic x(5) value " GOL:".
           03 i-dif-gol-visit pic ---9.
           03 filler pic x(6) value spaces.
       01  inf-sin-partido.
           03 filler pic x(2) value spaces.
           03 filler pic x(12) value "SIN PARTIDO ".
           03 filler pic x(5) value "DIV: ".
           03 i-snp-division pic 9.
           03 filler pic x(2) value spaces.
           03 i-snp-equipo pic 99.
           03 filler pic x(1) value spaces.
           03 i-snp-nombre pic x(15).
           03 filler pic x(22) value "  GOLES EN HISTORICO: ".
           03 i-snp-goles pic ---9.
           03 filler pic x(34) value spaces.
       01  inf-omitidos.
           03 filler pic x(2) value spaces.
           03 filler pic x(39) value
               "REGISTROS OMITIDOS POR CAPACIDAD  PAR: ".
           03 i-omit-par pic 9(4).
           03 filler pic x(8) value "  GRUP: ".
           03 i-omit-grp pic 9(4).
           03 filler pic x(43) value spaces.
       01  inf-totales.
           03 filler pic x(10) value "PARTIDOS: ".
           03 i-tot-partidos pic 9(4).
           03 filler pic x(13) value "  HISTORICO: ".
           03 i-tot-historico pic 9(6).
           03 filler pic x(14) value "  NO CUADRAN: ".
           03 i-tot-dif pic 9(4).
           03 filler pic x(16) value "  SIN PARTIDO: ".
           03 i-tot-snp pic 9(4).
           03 filler pic x(29) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-corrida FROM DATE YYYYMMDD.
           PERFORM 100-INICIO.
           PERFORM 150-CARGAR-EQUIPOS.
           PERFORM 200-CARGAR-PARTIDOS.
           PERFORM 300-AGRUPAR-HISTORICO.
           PERFORM 350-CRUZAR-GRUPOS.
           PERFORM 400-INFORMAR-POR-FECHA.
           PERFORM 600-FIN.
           STOP RUN.

       100-INICIO.
           OPEN OUTPUT INFORME.
           MOVE w-fecha-corrida TO i-fecha.
           WRITE inf-reg FROM inf-guarda.
           WRITE inf-reg FROM inf-titulo.
           WRITE inf-reg FROM inf-guarda.

       150-CARGAR-EQUIPOS.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > 100
               MOVE "NO REGISTRADO" TO w-equ-nombre(w-i)
           END-PERFORM.
           OPEN INPUT EQUIPOS.
           PERFORM UNTIL w-flag-equipo IS EQUAL 1
               READ EQUIPOS
                   AT END MOVE 1 TO w-flag-equipo
                   NOT AT END
                       MOVE equ-nombre TO w-equ-nombre(equ-cod + 1)
               END-READ
           END-PERFORM.
           CLOSE EQUIPOS.

      ******* CARGA DE PARTIDOS ***********************************************
       200-CARGAR-PARTIDOS.
           OPEN INPUT PARTIDOS.
           PERFORM UNTIL w-flag-partidos IS EQUAL 1
               READ PARTIDOS
                   AT END MOVE 1 TO w-flag-partidos
                   NOT AT END PERFORM 210-AGREGAR-PARTIDO
               END-READ
           END-PERFORM.
           CLOSE PARTIDOS.

       210-AGREGAR-PARTIDO.
           IF w-cant-partidos < 2000
               ADD 1 TO w-cant-partidos
               MOVE par-division TO w-ptd-division(w-cant-partidos)
               MOVE par-fecha TO w-ptd-fecha(w-cant-partidos)
               MOVE par-equipo-local TO w-ptd-local(w-cant-partidos)
               MOVE par-equipo-visit TO w-ptd-visit(w-cant-partidos)
               MOVE par-goles-local
                   TO w-ptd-goles-local(w-cant-partidos)
               MOVE par-goles-visit
                   TO w-ptd-goles-visit(w-cant-partidos)
               MOVE ZERO TO w-ptd-suma-local(w-cant-partidos)
               MOVE ZERO TO w-ptd-suma-visit(w-cant-partidos)
           ELSE
               ADD 1 TO w-cant-partidos-omitidos
           END-IF.

      ******* GRUPOS DEL HISTORICO ********************************************
       300-AGRUPAR-HISTORICO.
      *    El historico no viene ordenado por fecha ni por equipo:
      *    crece por EXTEND corrida a corrida. Se acumula en una tabla
      *    de grupos division / fecha / equipo.
           OPEN INPUT HISTORICO.
           PERFORM UNTIL w-flag-historico IS EQUAL 1
               READ HISTORICO
                   AT END MOVE 1 TO w-flag-historico
                   NOT AT END PERFORM 310-ACUMULAR-GRUPO
               END-READ
           END-PERFORM.
           CLOSE HISTORICO.

       310-ACUMULAR-GRUPO.
      *    Los ajustes que quitan goles entran al historico con signo
      *    "-" y restan del grupo.
           ADD 1 TO w-lei-historico.
           IF his-ajuste-negativo
               COMPUTE w-his-goles-neto = 0 - his-goles
           ELSE
               MOVE his-goles TO w-his-goles-neto
           END-IF.
           MOVE ZERO TO w-flag-encontrado.
           PERFORM VARYING w-grp-pos FROM 1 BY 1
                   UNTIL w-grp-pos > w-cant-grupos
                   OR w-flag-encontrado IS EQUAL 1
               IF w-grp-division(w-grp-pos) IS EQUAL his-division
                   AND w-grp-fecha(w-grp-pos) IS EQUAL his-fecha
                   AND w-grp-equipo(w-grp-pos) IS EQUAL his-equipo
                   ADD w-his-goles-neto TO w-grp-goles(w-grp-pos)
                   MOVE 1 TO w-flag-encontrado
               END-IF
           END-PERFORM.
           IF w-flag-encontrado IS NOT EQUAL 1
               IF w-cant-grupos < 3000
                   ADD 1 TO w-cant-grupos
                   MOVE his-division TO w-grp-division(w-cant-grupos)
                   MOVE his-fecha TO w-grp-fecha(w-cant-grupos)
                   MOVE his-equipo TO w-grp-equipo(w-cant-grupos)
                   MOVE w-his-goles-neto
                       TO w-grp-goles(w-cant-grupos)
                   MOVE ZERO TO w-grp-con-partido(w-cant-grupos)
               ELSE
                   ADD 1 TO w-cant-grupos-omitidos
               END-IF
           END-IF.

      ******* CRUCE GRUPO CONTRA PARTIDO **************************************
       350-CRUZAR-GRUPOS.
           PERFORM VARYING w-grp-pos FROM 1 BY 1
                   UNTIL w-grp-pos > w-cant-grupos
               PERFORM 360-CRUZAR-UN-GRUPO
           END-PERFORM.

       360-CRUZAR-UN-GRUPO.
      *    Un partido informado dos veces se cruza solo con el primero:
      *    el duplicado ya lo informa la conciliacion contra fixture.
           MOVE ZERO TO w-flag-encontrado.
           PERFORM VARYING w-ptd-pos FROM 1 BY 1
                   UNTIL w-ptd-pos > w-cant-partidos
                   OR w-flag-encontrado IS EQUAL 1
               IF w-ptd-division(w-ptd-pos)
                       IS EQUAL w-grp-division(w-grp-pos)
                   AND w-ptd-fecha(w-ptd-pos)
                       IS EQUAL w-grp-fecha(w-grp-pos)
                   IF w-ptd-local(w-ptd-pos)
                       IS EQUAL w-grp-equipo(w-grp-pos)
                       ADD w-grp-goles(w-grp-pos)
                           TO w-ptd-suma-local(w-ptd-pos)
                       MOVE 1 TO w-flag-encontrado
                   ELSE
                       IF w-ptd-visit(w-ptd-pos)
                           IS EQUAL w-grp-equipo(w-grp-pos)
                           ADD w-grp-goles(w-grp-pos)
                               TO w-ptd-suma-visit(w-ptd-pos)
                           MOVE 1 TO w-flag-encontrado
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE w-flag-encontrado TO w-grp-con-partido(w-grp-pos).

      ******* INFORME FECHA POR FECHA *****************************************
       400-INFORMAR-POR-FECHA.
           PERFORM VARYING w-fch FROM 0 BY 1 UNTIL w-fch > 99
               MOVE ZERO TO w-flag-fecha-impresa
               PERFORM 410-INFORMAR-UNA-FECHA
           END-PERFORM.

       410-INFORMAR-UNA-FECHA.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-partidos
               IF w-ptd-fecha(w-i) IS EQUAL w-fch
                   AND (w-ptd-suma-local(w-i) IS NOT EQUAL
                           w-ptd-goles-local(w-i)
                       OR w-ptd-suma-visit(w-i) IS NOT EQUAL
                           w-ptd-goles-visit(w-i))
                   PERFORM 420-ENCABEZAR-FECHA
                   MOVE w-ptd-division(w-i) TO i-dif-division
                   MOVE w-ptd-local(w-i) TO i-dif-local
                   MOVE w-equ-nombre(w-ptd-local(w-i) + 1)
                       TO i-dif-local-nombre
                   MOVE w-ptd-goles-local(w-i) TO i-dif-res-local
                   MOVE w-ptd-suma-local(w-i) TO i-dif-gol-local
                   MOVE w-ptd-visit(w-i) TO i-dif-visit
                   MOVE w-equ-nombre(w-ptd-visit(w-i) + 1)
                       TO i-dif-visit-nombre
                   MOVE w-ptd-goles-visit(w-i) TO i-dif-res-visit
                   MOVE w-ptd-suma-visit(w-i) TO i-dif-gol-visit
                   WRITE inf-reg FROM inf-diferencia
                   ADD 1 TO w-tot-diferencias
               END-IF
           END-PERFORM.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-grupos
               IF w-grp-fecha(w-i) IS EQUAL w-fch
                   AND w-grp-con-partido(w-i) IS NOT EQUAL 1
                   AND w-grp-goles(w-i) IS NOT EQUAL ZERO
                   PERFORM 420-ENCABEZAR-FECHA
                   MOVE w-grp-division(w-i) TO i-snp-division
                   MOVE w-grp-equipo(w-i) TO i-snp-equipo
                   MOVE w-equ-nombre(w-grp-equipo(w-i) + 1)
                       TO i-snp-nombre
                   MOVE w-grp-goles(w-i) TO i-snp-goles
                   WRITE inf-reg FROM inf-sin-partido
                   ADD 1 TO w-tot-sin-partido
               END-IF
           END-PERFORM.

       420-ENCABEZAR-FECHA.
      *    La cabecera de fecha se emite una sola vez y solo para las
      *    fechas que tienen alguna diferencia que informar.
           IF w-flag-fecha-impresa IS NOT EQUAL 1
               MOVE 1 TO w-flag-fecha-impresa
               WRITE inf-reg FROM inf-guarda
               MOVE w-fch TO i-nro-fecha
               WRITE inf-reg FROM inf-linea-fecha
           END-IF.

       600-FIN.
           WRITE inf-reg FROM inf-guarda.
           IF w-cant-partidos-omitidos > 0
               OR w-cant-grupos-omitidos > 0
               MOVE w-cant-partidos-omitidos TO i-omit-par
               MOVE w-cant-grupos-omitidos TO i-omit-grp
               WRITE inf-reg FROM inf-omitidos
           END-IF.
           MOVE w-cant-partidos TO i-tot-partidos.
           MOVE w-lei-historico TO i-tot-historico.
           MOVE w-tot-diferencias TO i-tot-dif.
           MOVE w-tot-sin-partido TO i-tot-snp.
           WRITE inf-reg FROM inf-totales.
           WRITE inf-reg FROM inf-guarda.
           CLOSE INFORME.

       END PROGRAM CUADRE-GOLES.
