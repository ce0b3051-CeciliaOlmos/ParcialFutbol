      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tabla de promedios y descensos por division. Suma los
      *          puntos y partidos jugados de los registros "P" de los
      *          ultimos N torneos cerrados de histTorneos.dat mas la
      *          temporada en curso (partidos.dat menos las quitas de
      *          descuentos.dat, igual que la tabla de posiciones) y
      *          ordena por promedio de puntos por partido. Un equipo
      *          recien ascendido se promedia solo sobre las
      *          temporadas que realmente jugo en la division. Las
      *          ultimas plazas de cada tabla se marcan como descenso.
      *          Parametros: <TORNEOS CERRADOS> <PLAZAS DE DESCENSO>,
      *          por omision 2 torneos (tres temporadas con la actual)
      *          y 2 descensos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMEDIOS-DESCENSO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HIST-TORNEOS
           ASSIGN TO
           "..\histTorneos.dat"
           ORGANIZATION is line sequential.
           SELECT PARTIDOS
           ASSIGN TO
           "..\partidos.dat"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL DESCUENTOS
           ASSIGN TO
           "..\descuentos.dat"
           ORGANIZATION is line sequential.
           SELECT EQUIPOS
           ASSIGN TO
           "..\equipo.dat"
           ORGANIZATION is line sequential.
           SELECT INFORME
           ASSIGN TO
           "..\impPromedios.dat"
           ORGANIZATION is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-TORNEOS.
       01  hht-reg.
           03 hht-torneo pic x(10).
           03 hht-tipo pic x(1).
               88 hht-cierre value "C".
               88 hht-posicion-arch value "P".
           03 hht-datos pic x(69).
       01  hht-reg-cab.
           03 filler pic x(11).
           03 hht-cab-fecha pic 9(8).
           03 filler pic x(61).
       01  hht-reg-pos.
           03 filler pic x(11).
           03 hht-pos-div pic 9.
           03 hht-pos-equipo pic 99.
           03 hht-pos-puntos pic 9(4).
           03 hht-pos-pj pic 9(4).
           03 hht-pos-pg pic 9(4).
           03 hht-pos-pe pic 9(4).
           03 hht-pos-pp pic 9(4).
           03 hht-pos-gf pic 9(6).
           03 hht-pos-gc pic 9(6).
           03 filler pic x(34).

       FD  PARTIDOS.
       01  par-reg.
           03 par-division pic 9.
           03 par-fecha pic 9(2).
           03 par-equipo-local pic 99.
           03 par-equipo-visit pic 99.
           03 par-goles-local pic 9(2).
           03 par-goles-visit pic 9(2).

       FD  DESCUENTOS.
       01  des-reg.
           03 des-division pic 9.
           03 des-equipo pic 99.
           03 des-puntos pic 9(3).
           03 des-motivo pic x(20).

       FD  EQUIPOS.
       01  equ-reg.
           03 equ-cod pic 9(2).
           03 equ-nombre pic x(15).

       FD  INFORME.
       01  inf-reg pic x(100).

       WORKING-STORAGE SECTION.
       01  w-flag-hist pic 9 value zero.
       01  w-flag-partidos pic 9 value zero.
       01  w-flag-descuentos pic 9 value zero.
       01  w-flag-equipo pic 9 value zero.
       01  w-fecha-corrida pic 9(8) value zero.
       01  w-linea-comando pic x(40) value spaces.
       01  w-parm-a pic x(10) value spaces.
       01  w-parm-b pic x(10) value spaces.
       01  w-parm-torneos pic x(2) value spaces.
       01  w-parm-descensos pic x(2) value spaces.
       01  w-flag-parm-invalido pic 9 value zero.
       01  w-cant-torneos-prom pic 99 value 2.
       01  w-cant-descensos pic 99 value 2.
       01  w-i pic 9(4).
       01  w-d pic 9(3).
       01  w-cant-torneos pic 9(3) value zero.
       01  w-cant-torneos-omitidos pic 9(3) value zero.
       01  w-tabla-torneos.
           03 w-tor-tabla occurs 50 times.
               05 w-tor-id pic x(10).
               05 w-tor-fecha pic 9(8).
       01  w-tor-idx pic 9(3).
       01  w-tor-actual pic 9(3) value zero.
       01  w-tor-desde pic 9(3) value zero.
       01  w-flag-tor-encontrado pic 9.
       01  w-lei-posiciones pic 9(6) value zero.
       01  w-lei-partidos pic 9(6) value zero.
       01  w-tabla-equipos.
           03 w-equ-nombre occurs 100 times pic x(15).
       01  w-tabla-actual.
           03 w-act-division occurs 9 times.
               05 w-act-equipo occurs 100 times.
                   07 w-act-jugados pic 9(3) value zeros.
                   07 w-act-ganados pic 9(3) value zeros.
                   07 w-act-empatados pic 9(3) value zeros.
                   07 w-act-descuento pic 9(3) value zeros.
       01  w-tabla-promedios.
           03 w-prm-division occurs 9 times.
               05 w-prm-equipo occurs 100 times.
                   07 w-prm-puntos pic 9(6) value zeros.
                   07 w-prm-pj pic 9(5) value zeros.
                   07 w-prm-temporadas pic 9(2) value zeros.
                   07 w-prm-ultimo-tor pic 9(3) value zeros.
                   07 w-prm-en-curso pic 9 value zero.
                   07 w-prm-promedio pic 9(3)v9(3) value zeros.
                   07 w-prm-incluido pic 9 value zero.
                   07 w-prm-impreso pic 9 value zero.
       01  w-tabla-divisiones.
           03 w-div-datos occurs 9 times.
               05 w-div-en-curso pic 9 value zero.
               05 w-div-ultimo-tor pic 9(3) value zeros.
       01  w-puntos-actual pic 9(4).
       01  w-cant-div-equipos pic 9(3).
       01  w-orden pic 9(3).
       01  w-max-idx pic 9(3).
       01  w-max-promedio pic 9(3)v9(3).
       01  w-max-puntos pic 9(6).
       01  w-tot-divisiones pic 9 value zero.
       01  w-tot-descensos pic 9(3) value zero.
       01  w-division-para-nombre pic 9.
       01  w-nombre-division pic x(10).
       01  w-nombre-div-otra.
           03 filler pic x(9) value "DIVISION ".
           03 w-nombre-div-otra-nro pic 9.

      ****** lineas del informe ***********************************************
       01  inf-guarda.
           03 filler pic x(80) value all "*".
           03 filler pic x(20) value spaces.
       01  inf-titulo.
           03 filler pic x(10) value "Fecha: ".
           03 i-fecha pic 9(8).
           03 filler pic x(10) value spaces.
           03 filler pic x(30) value
               "TABLA DE PROMEDIOS Y DESCENSOS".
           03 filler pic x(42) value spaces.
       01  inf-linea-parametros.
           03 filler pic x(24) value "TORNEOS CERRADOS TOMADOS".
           03 filler pic x(2) value ": ".
           03 i-par-torneos pic z9.
           03 filler pic x(24) value " + TEMPORADA EN CURSO   ".
           03 filler pic x(20) value "PLAZAS DE DESCENSO: ".
           03 i-par-descensos pic z9.
           03 filler pic x(26) value spaces.
       01  inf-linea-torneo.
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "TORNEO: ".
           03 i-tor-id pic x(10).
           03 filler pic x(11) value "  CERRADO: ".
           03 i-tor-fecha pic 9(8).
           03 filler pic x(61) value spaces.
       01  inf-linea-division.
           03 filler pic x(10) value "DIVISION: ".
           03 i-div-nombre pic x(10).
           03 filler pic x(2) value spaces.
           03 i-div-aviso pic x(50).
           03 filler pic x(28) value spaces.
       01  inf-cabecera-tabla.
           03 filler pic x(2) value spaces.
           03 filler pic x(3) value "POS".
           03 filler pic x(2) value spaces.
           03 filler pic x(2) value "EQ".
           03 filler pic x(2) value spaces.
           03 filler pic x(15) value "NOMBRE-EQUIPO".
           03 filler pic x(2) value spaces.
           03 filler pic x(4) value "TEMP".
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "PUNTOS".
           03 filler pic x(2) value spaces.
           03 filler pic x(5) value "   PJ".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "PROMEDIO".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "DESCENSO".
           03 filler pic x(31) value spaces.
       01  inf-linea-promedio.
           03 filler pic x(2) value spaces.
           03 i-prm-orden pic zz9.
           03 filler pic x(2) value spaces.
           03 i-prm-equipo pic 99.
           03 filler pic x(2) value spaces.
           03 i-prm-nombre pic x(15).
           03 filler pic x(2) value spaces.
           03 filler pic x(2) value spaces.
           03 i-prm-temporadas pic z9.
           03 filler pic x(2) value spaces.
           03 i-prm-puntos pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 i-prm-pj pic zzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(1) value spaces.
           03 i-prm-promedio pic zz9,999.
           03 filler pic x(2) value spaces.
           03 i-prm-marca pic x(8).
           03 filler pic x(33) value spaces.
       01  inf-omitidos.
           03 filler pic x(2) value spaces.
           03 filler pic x(40) value
               "REGISTROS OMITIDOS POR CAPACIDAD  TORN: ".
           03 i-omit-tor pic 9(3).
           03 filler pic x(55) value spaces.
       01  inf-totales.
           03 filler pic x(20) value "POSICIONES LEIDAS: ".
           03 i-tot-posiciones pic 9(6).
           03 filler pic x(19) value "  PARTIDOS LEIDOS: ".
           03 i-tot-partidos pic 9(6).
           03 filler pic x(14) value "  DIVISIONES: ".
           03 i-tot-divisiones pic 9.
           03 filler pic x(13) value "  DESCENSOS: ".
           03 i-tot-descensos pic 9(3).
           03 filler pic x(18) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-linea-comando FROM COMMAND-LINE.
           UNSTRING w-linea-comando DELIMITED BY ALL SPACE
               INTO w-parm-a w-parm-b.
           ACCEPT w-fecha-corrida FROM DATE YYYYMMDD.
           PERFORM 050-VALIDAR-PARAMETROS.
           IF w-flag-parm-invalido IS NOT EQUAL 1
               PERFORM 100-INICIO
               PERFORM 150-CARGAR-EQUIPOS
               PERFORM 200-CARGAR-TORNEOS
               PERFORM 300-SUMAR-TORNEOS
               PERFORM 400-SUMAR-TEMPORADA-ACTUAL
               PERFORM 500-INFORMAR-DIVISIONES
               PERFORM 600-FIN
           END-IF.
           STOP RUN.

       050-VALIDAR-PARAMETROS.
      *    Los dos parametros son opcionales; si vienen, tienen que
      *    ser numericos y pedir al menos un torneo y un descenso.
           IF w-parm-a IS NOT EQUAL SPACES
               IF w-parm-a(2:9) IS EQUAL SPACES
                   MOVE "0" TO w-parm-torneos(1:1)
                   MOVE w-parm-a(1:1) TO w-parm-torneos(2:1)
               ELSE
                   MOVE w-parm-a TO w-parm-torneos
               END-IF
               IF w-parm-torneos IS NUMERIC
                   AND w-parm-a(3:8) IS EQUAL SPACES
                   MOVE w-parm-torneos TO w-cant-torneos-prom
               ELSE
                   MOVE 1 TO w-flag-parm-invalido
               END-IF
           END-IF.
           IF w-parm-b IS NOT EQUAL SPACES
               IF w-parm-b(2:9) IS EQUAL SPACES
                   MOVE "0" TO w-parm-descensos(1:1)
                   MOVE w-parm-b(1:1) TO w-parm-descensos(2:1)
               ELSE
                   MOVE w-parm-b TO w-parm-descensos
               END-IF
               IF w-parm-descensos IS NUMERIC
                   AND w-parm-b(3:8) IS EQUAL SPACES
                   MOVE w-parm-descensos TO w-cant-descensos
               ELSE
                   MOVE 1 TO w-flag-parm-invalido
               END-IF
           END-IF.
           IF w-cant-torneos-prom IS EQUAL ZERO
               OR w-cant-descensos IS EQUAL ZERO
               MOVE 1 TO w-flag-parm-invalido
           END-IF.
           IF w-flag-parm-invalido IS EQUAL 1
               DISPLAY "USO: <TORNEOS CERRADOS> <PLAZAS DE DESCENSO>"
               DISPLAY "EJEMPLO: 2 3"
               MOVE 8 TO RETURN-CODE
           END-IF.

       100-INICIO.
           OPEN OUTPUT INFORME.
           MOVE w-fecha-corrida TO i-fecha.
           WRITE inf-reg FROM inf-guarda.
           WRITE inf-reg FROM inf-titulo.
           WRITE inf-reg FROM inf-guarda.
           MOVE w-cant-torneos-prom TO i-par-torneos.
           MOVE w-cant-descensos TO i-par-descensos.
           WRITE inf-reg FROM inf-linea-parametros.

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

      ******* TORNEOS CERRADOS ************************************************
       200-CARGAR-TORNEOS.
      *    Primera pasada: solo los registros "C" de cabecera, en el
      *    orden en que el cierre los fue agregando por EXTEND. Los
      *    ultimos N de esa lista son los torneos que entran en el
      *    promedio.
           OPEN INPUT HIST-TORNEOS.
           PERFORM UNTIL w-flag-hist IS EQUAL 1
               READ HIST-TORNEOS
                   AT END MOVE 1 TO w-flag-hist
                   NOT AT END
                       IF hht-cierre
                           PERFORM 210-AGREGAR-TORNEO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-TORNEOS.
           IF w-cant-torneos > w-cant-torneos-prom
               COMPUTE w-tor-desde = w-cant-torneos
                   - w-cant-torneos-prom + 1
           ELSE
               MOVE 1 TO w-tor-desde
           END-IF.
           PERFORM VARYING w-tor-idx FROM w-tor-desde BY 1
                   UNTIL w-tor-idx > w-cant-torneos
               MOVE w-tor-id(w-tor-idx) TO i-tor-id
               MOVE w-tor-fecha(w-tor-idx) TO i-tor-fecha
               WRITE inf-reg FROM inf-linea-torneo
           END-PERFORM.

       210-AGREGAR-TORNEO.
      *    Con la tabla llena se descarta el mas antiguo y el resto
      *    corre un lugar, asi quedan siempre los 50 ultimos cierres.
           IF w-cant-torneos < 50
               ADD 1 TO w-cant-torneos
           ELSE
               ADD 1 TO w-cant-torneos-omitidos
               PERFORM VARYING w-tor-idx FROM 2 BY 1
                       UNTIL w-tor-idx > 50
                   MOVE w-tor-tabla(w-tor-idx)
                       TO w-tor-tabla(w-tor-idx - 1)
               END-PERFORM
           END-IF.
           MOVE hht-torneo TO w-tor-id(w-cant-torneos).
           MOVE hht-cab-fecha TO w-tor-fecha(w-cant-torneos).

       220-UBICAR-TORNEO.
           MOVE ZERO TO w-tor-actual.
           MOVE ZERO TO w-flag-tor-encontrado.
           PERFORM VARYING w-tor-idx FROM w-tor-desde BY 1
                   UNTIL w-tor-idx > w-cant-torneos
                   OR w-flag-tor-encontrado IS EQUAL 1
               IF w-tor-id(w-tor-idx) IS EQUAL hht-torneo
                   MOVE w-tor-idx TO w-tor-actual
                   MOVE 1 TO w-flag-tor-encontrado
               END-IF
           END-PERFORM.

       300-SUMAR-TORNEOS.
      *    Segunda pasada: las posiciones "P" de los torneos elegidos.
      *    Cada registro "P" es una temporada jugada por el equipo en
      *    esa division; los puntos ya vienen con las quitas aplicadas
      *    por el cierre.
           MOVE ZERO TO w-flag-hist.
           OPEN INPUT HIST-TORNEOS.
           PERFORM UNTIL w-flag-hist IS EQUAL 1
               READ HIST-TORNEOS
                   AT END MOVE 1 TO w-flag-hist
                   NOT AT END
                       IF hht-posicion-arch
                           PERFORM 310-SUMAR-POSICION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-TORNEOS.

       310-SUMAR-POSICION.
           PERFORM 220-UBICAR-TORNEO.
           IF w-tor-actual > 0
               AND hht-pos-div > 0
               ADD 1 TO w-lei-posiciones
               ADD hht-pos-puntos TO w-prm-puntos
                   (hht-pos-div, hht-pos-equipo + 1)
               ADD hht-pos-pj TO w-prm-pj
                   (hht-pos-div, hht-pos-equipo + 1)
               ADD 1 TO w-prm-temporadas
                   (hht-pos-div, hht-pos-equipo + 1)
               IF w-tor-actual > w-prm-ultimo-tor
                   (hht-pos-div, hht-pos-equipo + 1)
                   MOVE w-tor-actual TO w-prm-ultimo-tor
                       (hht-pos-div, hht-pos-equipo + 1)
               END-IF
               IF w-tor-actual > w-div-ultimo-tor(hht-pos-div)
                   MOVE w-tor-actual
                       TO w-div-ultimo-tor(hht-pos-div)
               END-IF
           END-IF.

      ******* TEMPORADA EN CURSO **********************************************
       400-SUMAR-TEMPORADA-ACTUAL.
      *    Mismo calculo que la tabla de posiciones del listado:
      *    tres puntos por partido ganado, uno por empate, menos las
      *    quitas del tribunal sin bajar de cero.
           OPEN INPUT PARTIDOS.
           PERFORM UNTIL w-flag-partidos IS EQUAL 1
               READ PARTIDOS
                   AT END MOVE 1 TO w-flag-partidos
                   NOT AT END PERFORM 410-ACUMULAR-PARTIDO
               END-READ
           END-PERFORM.
           CLOSE PARTIDOS.
           OPEN INPUT DESCUENTOS.
           PERFORM UNTIL w-flag-descuentos IS EQUAL 1
               READ DESCUENTOS
                   AT END MOVE 1 TO w-flag-descuentos
                   NOT AT END
                       IF des-division > 0
                           ADD des-puntos TO w-act-descuento
                               (des-division, des-equipo + 1)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DESCUENTOS.
           PERFORM VARYING w-d FROM 1 BY 1 UNTIL w-d > 9
               PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > 100
                   IF w-act-jugados(w-d, w-i) > 0
                       PERFORM 420-SUMAR-EQUIPO-ACTUAL
                   END-IF
               END-PERFORM
           END-PERFORM.

       410-ACUMULAR-PARTIDO.
           ADD 1 TO w-lei-partidos.
           IF par-division > 0
               ADD 1 TO w-act-jugados
                   (par-division, par-equipo-local + 1)
               ADD 1 TO w-act-jugados
                   (par-division, par-equipo-visit + 1)
               IF par-goles-local > par-goles-visit
                   ADD 1 TO w-act-ganados
                       (par-division, par-equipo-local + 1)
               ELSE
                   IF par-goles-local < par-goles-visit
                       ADD 1 TO w-act-ganados
                           (par-division, par-equipo-visit + 1)
                   ELSE
                       ADD 1 TO w-act-empatados
                           (par-division, par-equipo-local + 1)
                       ADD 1 TO w-act-empatados
                           (par-division, par-equipo-visit + 1)
                   END-IF
               END-IF
           END-IF.

       420-SUMAR-EQUIPO-ACTUAL.
           COMPUTE w-puntos-actual = w-act-ganados(w-d, w-i) * 3
               + w-act-empatados(w-d, w-i).
           IF w-act-descuento(w-d, w-i) > 0
               IF w-puntos-actual > w-act-descuento(w-d, w-i)
                   SUBTRACT w-act-descuento(w-d, w-i)
                       FROM w-puntos-actual
               ELSE
                   MOVE ZERO TO w-puntos-actual
               END-IF
           END-IF.
           ADD w-puntos-actual TO w-prm-puntos(w-d, w-i).
           ADD w-act-jugados(w-d, w-i) TO w-prm-pj(w-d, w-i).
           ADD 1 TO w-prm-temporadas(w-d, w-i).
           MOVE 1 TO w-prm-en-curso(w-d, w-i).
           MOVE 1 TO w-div-en-curso(w-d).

      ******* INFORME POR DIVISION ********************************************
       500-INFORMAR-DIVISIONES.
           PERFORM VARYING w-d FROM 1 BY 1 UNTIL w-d > 9
               PERFORM 510-SELECCIONAR-EQUIPOS
               IF w-cant-div-equipos > 0
                   PERFORM 520-INFORMAR-UNA-DIVISION
               END-IF
           END-PERFORM.

       510-SELECCIONAR-EQUIPOS.
      *    La tabla es de los equipos que hoy juegan la division: los
      *    que tienen partidos en la temporada en curso. Si la
      *    temporada todavia no empezo, se toman los equipos del
      *    ultimo torneo cerrado de esa division. Los puntos de
      *    temporadas jugadas en otra division no se mezclan.
           MOVE ZERO TO w-cant-div-equipos.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > 100
               MOVE ZERO TO w-prm-incluido(w-d, w-i)
               MOVE ZERO TO w-prm-impreso(w-d, w-i)
               IF w-div-en-curso(w-d) IS EQUAL 1
                   IF w-prm-en-curso(w-d, w-i) IS EQUAL 1
                       MOVE 1 TO w-prm-incluido(w-d, w-i)
                   END-IF
               ELSE
                   IF w-div-ultimo-tor(w-d) > 0
                       AND w-prm-ultimo-tor(w-d, w-i)
                           IS EQUAL w-div-ultimo-tor(w-d)
                       MOVE 1 TO w-prm-incluido(w-d, w-i)
                   END-IF
               END-IF
               IF w-prm-incluido(w-d, w-i) IS EQUAL 1
                   ADD 1 TO w-cant-div-equipos
                   IF w-prm-pj(w-d, w-i) > 0
                       COMPUTE w-prm-promedio(w-d, w-i) ROUNDED =
                           w-prm-puntos(w-d, w-i) / w-prm-pj(w-d, w-i)
                   ELSE
                       MOVE ZERO TO w-prm-promedio(w-d, w-i)
                   END-IF
               END-IF
           END-PERFORM.

       520-INFORMAR-UNA-DIVISION.
           ADD 1 TO w-tot-divisiones.
           WRITE inf-reg FROM inf-guarda.
           MOVE w-d TO w-division-para-nombre.
           PERFORM 590-NOMBRE-DIVISION.
           MOVE w-nombre-division TO i-div-nombre.
           IF w-div-en-curso(w-d) IS EQUAL 1
               MOVE SPACES TO i-div-aviso
           ELSE
               MOVE "SIN PARTIDOS EN CURSO: EQUIPOS DEL ULTIMO TORNEO"
                   TO i-div-aviso
           END-IF.
           WRITE inf-reg FROM inf-linea-division.
           WRITE inf-reg FROM inf-cabecera-tabla.
           MOVE ZERO TO w-orden.
           MOVE 1 TO w-max-idx.
           PERFORM UNTIL w-max-idx IS EQUAL ZERO
               PERFORM 530-BUSCAR-MEJOR-PROMEDIO
               IF w-max-idx > 0
                   PERFORM 540-IMPRIMIR-UN-PROMEDIO
                   MOVE 1 TO w-prm-impreso(w-d, w-max-idx)
               END-IF
           END-PERFORM.

       530-BUSCAR-MEJOR-PROMEDIO.
      *    Seleccion por maximo como en el almanaque: a igual promedio
      *    queda arriba el que sumo mas puntos.
           MOVE ZERO TO w-max-idx.
           MOVE ZERO TO w-max-promedio.
           MOVE ZERO TO w-max-puntos.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > 100
               IF w-prm-incluido(w-d, w-i) IS EQUAL 1
                   AND w-prm-impreso(w-d, w-i) IS NOT EQUAL 1
                   IF w-max-idx IS EQUAL ZERO
                       OR w-prm-promedio(w-d, w-i) > w-max-promedio
                       OR (w-prm-promedio(w-d, w-i)
                               IS EQUAL w-max-promedio
                           AND w-prm-puntos(w-d, w-i) > w-max-puntos)
                       MOVE w-i TO w-max-idx
                       MOVE w-prm-promedio(w-d, w-i) TO w-max-promedio
                       MOVE w-prm-puntos(w-d, w-i) TO w-max-puntos
                   END-IF
               END-IF
           END-PERFORM.

       540-IMPRIMIR-UN-PROMEDIO.
           ADD 1 TO w-orden.
           MOVE w-orden TO i-prm-orden.
           COMPUTE i-prm-equipo = w-max-idx - 1.
           MOVE w-equ-nombre(w-max-idx) TO i-prm-nombre.
           MOVE w-prm-temporadas(w-d, w-max-idx) TO i-prm-temporadas.
           MOVE w-prm-puntos(w-d, w-max-idx) TO i-prm-puntos.
           MOVE w-prm-pj(w-d, w-max-idx) TO i-prm-pj.
           MOVE w-prm-promedio(w-d, w-max-idx) TO i-prm-promedio.
           IF w-orden + w-cant-descensos > w-cant-div-equipos
               MOVE "DESCENSO" TO i-prm-marca
               ADD 1 TO w-tot-descensos
           ELSE
               MOVE SPACES TO i-prm-marca
           END-IF.
           WRITE inf-reg FROM inf-linea-promedio.

       590-NOMBRE-DIVISION.
           EVALUATE w-division-para-nombre
               WHEN 1
                   MOVE "PRIMERA" TO w-nombre-division
               WHEN 2
                   MOVE "RESERVA" TO w-nombre-division
               WHEN 3
                   MOVE "JUVENILES" TO w-nombre-division
               WHEN OTHER
                   MOVE w-division-para-nombre
                       TO w-nombre-div-otra-nro
                   MOVE w-nombre-div-otra TO w-nombre-division
           END-EVALUATE.

       600-FIN.
           WRITE inf-reg FROM inf-guarda.
           IF w-cant-torneos-omitidos > 0
               MOVE w-cant-torneos-omitidos TO i-omit-tor
               WRITE inf-reg FROM inf-omitidos
           END-IF.
           MOVE w-lei-posiciones TO i-tot-posiciones.
           MOVE w-lei-partidos TO i-tot-partidos.
           MOVE w-tot-divisiones TO i-tot-divisiones.
           MOVE w-tot-descensos TO i-tot-descensos.
           WRITE inf-reg FROM inf-totales.
           WRITE inf-reg FROM inf-guarda.
           CLOSE INFORME.

       END PROGRAM PROMEDIOS-DESCENSO.
