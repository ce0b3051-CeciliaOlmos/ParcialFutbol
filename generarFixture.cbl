      ******************************************************************
      * Author:
      * Date:
      * Purpose: Generador del fixture todos contra todos. Los equipos
      *          de cada division salen de las cabeceras del master
      *          de jugadores (division + equipo) cruzadas contra
      *          equipo.dat, que no tiene division propia. Se arma por
      *          el metodo del circulo: un equipo queda fijo y el resto
      *          rota una posicion por fecha; con cantidad impar el
      *          lugar fijo es un "libre" y a quien le toca enfrentarlo
      *          queda libre esa fecha. La localia del lugar fijo
      *          alterna fecha a fecha y la de los demas cruces se
      *          invierte en los lugares pares: con cantidad par cada
      *          equipo alterna local y visitante salvo un unico corte,
      *          y con cantidad impar la fecha libre cae donde iria el
      *          corte, con lo que todos alternan sin repetir y juegan
      *          igual cantidad de partidos de local. Con el parametro
      *          IDAYVUELTA se agrega la segunda rueda con las
      *          localias invertidas. Graba fixture.dat con el formato
      *          que lee la conciliacion de resultados e imprime el
      *          fixture agrupado por fecha con nombres de equipo.
      *          Parametro: [IDA | IDAYVUELTA], por omision IDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-FIXTURE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JUGADORES
           ASSIGN TO
           "..\jugadores.dat"
           ORGANIZATION is line sequential.
           SELECT EQUIPOS
           ASSIGN TO
           "..\equipo.dat"
           ORGANIZATION is line sequential.
           SELECT FIXTURE-NVO
           ASSIGN TO
           "..\fixture.tmp"
           ORGANIZATION is line sequential.
           SELECT INFORME
           ASSIGN TO
           "..\impFixture.dat"
           ORGANIZATION is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  JUGADORES.
       01  jug-cab-reg.
           03 jug-cab-tiporeg pic 9.
           03 jug-cab-div pic 9.
           03 jug-cab-equ pic 99.
       01  jug-det-reg.
           03 jug-det-tiporeg pic 9.
           03 jug-det-jug pic x(6).
           03 jug-det-goles pic 9(8).

       FD  EQUIPOS.
       01  equ-reg.
           03 equ-cod pic 9(2).
           03 equ-nombre pic x(15).

       FD  FIXTURE-NVO.
       01  fix-reg.
           03 fix-division pic 9.
           03 fix-fecha pic 9(2).
           03 fix-equipo-local pic 99.
           03 fix-equipo-visit pic 99.

       FD  INFORME.
       01  inf-reg pic x(100).

       WORKING-STORAGE SECTION.
       01  w-flag-jugadores pic 9 value zero.
       01  w-flag-equipo pic 9 value zero.
       01  w-fecha-corrida pic 9(8) value zero.
       01  w-linea-comando pic x(40) value spaces.
       01  w-parm-rueda pic x(10) value spaces.
           88 parm-solo-ida value "IDA" " ".
           88 parm-ida-y-vuelta value "IDAYVUELTA".
       01  w-flag-parm-invalido pic 9 value zero.
       01  w-fix-tmp-path pic x(30) value "..\fixture.tmp".
       01  w-fix-master-path pic x(30) value "..\fixture.dat".
       01  w-i pic 9(4).
       01  w-d pic 9(3).
       01  w-r pic 9(3).
       01  w-p pic 9(3).
       01  w-fch pic 9(3).
       01  w-tabla-equipos.
           03 w-equ-datos occurs 100 times.
               05 w-equ-existe pic 9 value zero.
               05 w-equ-nombre pic x(15).
               05 w-equ-con-division pic 9 value zero.
       01  w-tabla-div-equipos.
           03 w-dve-division occurs 9 times.
               05 w-dve-presente occurs 100 times pic 9 value zero.
       01  w-cant-div-equipos pic 9(3).
       01  w-cant-rueda pic 9(3).
       01  w-cant-fechas-rueda pic 9(3).
       01  w-cant-fechas-div pic 9(3).
       01  w-mitad-rueda pic 9(3).
       01  w-tabla-rueda.
           03 w-ron-equipo occurs 100 times pic 9(3).
       01  w-ron-guarda pic 9(3).
       01  w-cociente pic 9(3).
       01  w-resto pic 9.
       01  w-ron-local pic 9(3).
       01  w-ron-visit pic 9(3).
       01  w-cant-generados pic 9(4) value zero.
       01  w-cant-generados-omit pic 9(4) value zero.
       01  w-tabla-generados.
           03 w-gen-tabla occurs 3000 times.
               05 w-gen-division pic 9.
               05 w-gen-fecha pic 99.
               05 w-gen-local pic 99.
               05 w-gen-visit pic 99.
               05 w-gen-libre pic 9.
       01  w-max-fecha pic 9(3) value zero.
       01  w-flag-fecha-impresa pic 9.
       01  w-flag-div-impresa pic 9.
       01  w-tot-partidos pic 9(6) value zero.
       01  w-tot-libres pic 9(6) value zero.
       01  w-tot-divisiones pic 9 value zero.
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
           03 filler pic x(27) value "FIXTURE TODOS CONTRA TODOS ".
           03 i-rueda pic x(16).
           03 filler pic x(29) value spaces.
       01  inf-resumen-division.
           03 filler pic x(10) value "DIVISION: ".
           03 i-res-nombre pic x(10).
           03 filler pic x(11) value "  EQUIPOS: ".
           03 i-res-equipos pic zz9.
           03 filler pic x(10) value "  FECHAS: ".
           03 i-res-fechas pic z9.
           03 filler pic x(2) value spaces.
           03 i-res-aviso pic x(40).
           03 filler pic x(12) value spaces.
       01  inf-aviso-equipo.
           03 filler pic x(2) value spaces.
           03 i-avi-texto pic x(36).
           03 filler pic x(5) value "DIV: ".
           03 i-avi-division pic 9.
           03 filler pic x(6) value "  EQ: ".
           03 i-avi-equipo pic 99.
           03 filler pic x(2) value spaces.
           03 i-avi-nombre pic x(15).
           03 filler pic x(31) value spaces.
       01  inf-linea-fecha.
           03 filler pic x(7) value "FECHA: ".
           03 i-nro-fecha pic z9.
           03 filler pic x(91) value spaces.
       01  inf-linea-division.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "DIVISION: ".
           03 i-div-nombre pic x(10).
           03 filler pic x(78) value spaces.
       01  inf-linea-partido.
           03 filler pic x(4) value spaces.
           03 i-par-local pic 99.
           03 filler pic x(1) value spaces.
           03 i-par-local-nombre pic x(15).
           03 filler pic x(6) value "  VS  ".
           03 i-par-visit pic 99.
           03 filler pic x(1) value spaces.
           03 i-par-visit-nombre pic x(15).
           03 filler pic x(54) value spaces.
       01  inf-linea-libre.
           03 filler pic x(4) value spaces.
           03 i-lib-equipo pic 99.
           03 filler pic x(1) value spaces.
           03 i-lib-nombre pic x(15).
           03 filler pic x(6) value "  --  ".
           03 filler pic x(5) value "LIBRE".
           03 filler pic x(67) value spaces.
       01  inf-omitidos.
           03 filler pic x(2) value spaces.
           03 filler pic x(39) value
               "REGISTROS OMITIDOS POR CAPACIDAD  FIX: ".
           03 i-omit-gen pic 9(4).
           03 filler pic x(55) value spaces.
       01  inf-totales.
           03 filler pic x(12) value "DIVISIONES: ".
           03 i-tot-divisiones pic 9.
           03 filler pic x(12) value "  PARTIDOS: ".
           03 i-tot-partidos pic 9(6).
           03 filler pic x(10) value "  LIBRES: ".
           03 i-tot-libres pic 9(6).
           03 filler pic x(53) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-linea-comando FROM COMMAND-LINE.
           UNSTRING w-linea-comando DELIMITED BY ALL SPACE
               INTO w-parm-rueda.
           ACCEPT w-fecha-corrida FROM DATE YYYYMMDD.
           IF NOT parm-solo-ida AND NOT parm-ida-y-vuelta
               DISPLAY "USO: [IDA | IDAYVUELTA]"
               DISPLAY "EJEMPLO: IDAYVUELTA"
               MOVE 1 TO w-flag-parm-invalido
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF w-flag-parm-invalido IS NOT EQUAL 1
               PERFORM 100-INICIO
               PERFORM 150-CARGAR-EQUIPOS
               PERFORM 200-CARGAR-DIVISIONES
               PERFORM 300-GENERAR-DIVISIONES
               PERFORM 400-GRABAR-FIXTURE
               PERFORM 500-INFORMAR-POR-FECHA
               PERFORM 600-FIN
           END-IF.
           STOP RUN.

       100-INICIO.
           OPEN OUTPUT INFORME.
           MOVE w-fecha-corrida TO i-fecha.
           IF parm-ida-y-vuelta
               MOVE "(IDA Y VUELTA)" TO i-rueda
           ELSE
               MOVE "(SOLO IDA)" TO i-rueda
           END-IF.
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
                       MOVE 1 TO w-equ-existe(equ-cod + 1)
                       MOVE equ-nombre TO w-equ-nombre(equ-cod + 1)
               END-READ
           END-PERFORM.
           CLOSE EQUIPOS.

      ******* EQUIPOS POR DIVISION ********************************************
       200-CARGAR-DIVISIONES.
      *    equipo.dat no dice en que division juega cada equipo: esa
      *    relacion la da la cabecera del master de jugadores. Una
      *    cabecera de un equipo que no esta en equipo.dat no entra
      *    al fixture y se avisa; tampoco un equipo de equipo.dat sin
      *    cabecera en ninguna division.
           OPEN INPUT JUGADORES.
           PERFORM UNTIL w-flag-jugadores IS EQUAL 1
               READ JUGADORES
                   AT END MOVE 1 TO w-flag-jugadores
                   NOT AT END
                       IF jug-cab-tiporeg IS EQUAL 1
                           PERFORM 210-REGISTRAR-CABECERA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JUGADORES.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > 100
               IF w-equ-existe(w-i) IS EQUAL 1
                   AND w-equ-con-division(w-i) IS NOT EQUAL 1
                   MOVE "EQUIPO SIN DIVISION EN EL MASTER  " TO
                       i-avi-texto
                   MOVE ZERO TO i-avi-division
                   COMPUTE i-avi-equipo = w-i - 1
                   MOVE w-equ-nombre(w-i) TO i-avi-nombre
                   WRITE inf-reg FROM inf-aviso-equipo
               END-IF
           END-PERFORM.

       210-REGISTRAR-CABECERA.
           IF jug-cab-div > 0
               IF w-equ-existe(jug-cab-equ + 1) IS EQUAL 1
                   MOVE 1 TO w-dve-presente
                       (jug-cab-div, jug-cab-equ + 1)
                   MOVE 1 TO w-equ-con-division(jug-cab-equ + 1)
               ELSE
                   MOVE "EQUIPO NO REGISTRADO, FUERA DEL FIX " TO
                       i-avi-texto
                   MOVE jug-cab-div TO i-avi-division
                   MOVE jug-cab-equ TO i-avi-equipo
                   MOVE w-equ-nombre(jug-cab-equ + 1) TO i-avi-nombre
                   WRITE inf-reg FROM inf-aviso-equipo
               END-IF
           END-IF.

      ******* GENERACION POR DIVISION *****************************************
       300-GENERAR-DIVISIONES.
           WRITE inf-reg FROM inf-guarda.
           PERFORM VARYING w-d FROM 1 BY 1 UNTIL w-d > 9
               PERFORM 310-ARMAR-RUEDA
               IF w-cant-div-equipos > 0
                   PERFORM 315-GENERAR-UNA-DIVISION
               END-IF
           END-PERFORM.

       310-ARMAR-RUEDA.
      *    La rueda guarda el codigo de equipo + 1 en orden creciente
      *    de codigo; el cero representa el lugar libre que completa
      *    una cantidad impar. El libre ocupa el lugar fijo 1 y los
      *    equipos corren a 2..n+1: asi cada equipo queda libre justo
      *    en la fecha en que su alternancia se cortaria.
           MOVE ZERO TO w-cant-div-equipos.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > 100
               IF w-dve-presente(w-d, w-i) IS EQUAL 1
                   ADD 1 TO w-cant-div-equipos
                   MOVE w-i TO w-ron-equipo(w-cant-div-equipos)
               END-IF
           END-PERFORM.
           MOVE w-cant-div-equipos TO w-cant-rueda.
           IF w-cant-div-equipos > 0
               DIVIDE w-cant-div-equipos BY 2 GIVING w-cociente
                   REMAINDER w-resto
               IF w-resto IS NOT EQUAL ZERO
                   ADD 1 TO w-cant-rueda
                   PERFORM VARYING w-i FROM w-cant-rueda BY -1
                           UNTIL w-i < 2
                       MOVE w-ron-equipo(w-i - 1) TO w-ron-equipo(w-i)
                   END-PERFORM
                   MOVE ZERO TO w-ron-equipo(1)
               END-IF
           END-IF.
           COMPUTE w-mitad-rueda = w-cant-rueda / 2.
           COMPUTE w-cant-fechas-rueda = w-cant-rueda - 1.
           IF parm-ida-y-vuelta
               COMPUTE w-cant-fechas-div = w-cant-fechas-rueda * 2
           ELSE
               MOVE w-cant-fechas-rueda TO w-cant-fechas-div
           END-IF.

       315-GENERAR-UNA-DIVISION.
           MOVE w-d TO w-division-para-nombre.
           PERFORM 590-NOMBRE-DIVISION.
           MOVE w-nombre-division TO i-res-nombre.
           MOVE w-cant-div-equipos TO i-res-equipos.
           MOVE SPACES TO i-res-aviso.
           IF w-cant-div-equipos < 2
               MOVE ZERO TO i-res-fechas
               MOVE "MENOS DE DOS EQUIPOS: SIN FIXTURE" TO i-res-aviso
           ELSE
               IF w-cant-fechas-div > 99
                   MOVE ZERO TO i-res-fechas
                   MOVE "MAS DE 99 FECHAS: SIN FIXTURE" TO i-res-aviso
               ELSE
                   MOVE w-cant-fechas-div TO i-res-fechas
                   ADD 1 TO w-tot-divisiones
                   IF w-cant-fechas-div > w-max-fecha
                       MOVE w-cant-fechas-div TO w-max-fecha
                   END-IF
                   PERFORM VARYING w-r FROM 1 BY 1
                           UNTIL w-r > w-cant-fechas-rueda
                       PERFORM 320-ARMAR-FECHA
                       PERFORM 340-ROTAR-RUEDA
                   END-PERFORM
               END-IF
           END-IF.
           WRITE inf-reg FROM inf-resumen-division.

       320-ARMAR-FECHA.
           PERFORM VARYING w-p FROM 1 BY 1 UNTIL w-p > w-mitad-rueda
               PERFORM 330-ARMAR-PARTIDO
           END-PERFORM.

       330-ARMAR-PARTIDO.
      *    Cruce del lugar p con su opuesto. El lugar 1 es el equipo
      *    fijo: es local en las fechas impares y visitante en las
      *    pares. En los demas cruces el de arriba es local en los
      *    lugares impares y visitante en los pares.
           MOVE w-ron-equipo(w-p) TO w-ron-local.
           COMPUTE w-i = w-cant-rueda + 1 - w-p.
           MOVE w-ron-equipo(w-i) TO w-ron-visit.
           IF w-p IS EQUAL 1
               DIVIDE w-r BY 2 GIVING w-cociente REMAINDER w-resto
           ELSE
               DIVIDE w-p BY 2 GIVING w-cociente REMAINDER w-resto
           END-IF.
           IF w-resto IS EQUAL ZERO
               MOVE w-ron-local TO w-ron-guarda
               MOVE w-ron-visit TO w-ron-local
               MOVE w-ron-guarda TO w-ron-visit
           END-IF.
           MOVE w-r TO w-fch.
           PERFORM 335-GUARDAR-CRUCE.
           IF parm-ida-y-vuelta
               COMPUTE w-fch = w-r + w-cant-fechas-rueda
               MOVE w-ron-local TO w-ron-guarda
               MOVE w-ron-visit TO w-ron-local
               MOVE w-ron-guarda TO w-ron-visit
               PERFORM 335-GUARDAR-CRUCE
           END-IF.

       335-GUARDAR-CRUCE.
           IF w-cant-generados < 3000
               ADD 1 TO w-cant-generados
               MOVE w-d TO w-gen-division(w-cant-generados)
               MOVE w-fch TO w-gen-fecha(w-cant-generados)
               IF w-ron-local IS EQUAL ZERO
                   OR w-ron-visit IS EQUAL ZERO
                   MOVE 1 TO w-gen-libre(w-cant-generados)
                   IF w-ron-local IS EQUAL ZERO
                       COMPUTE w-gen-local(w-cant-generados) =
                           w-ron-visit - 1
                   ELSE
                       COMPUTE w-gen-local(w-cant-generados) =
                           w-ron-local - 1
                   END-IF
                   MOVE ZERO TO w-gen-visit(w-cant-generados)
               ELSE
                   MOVE ZERO TO w-gen-libre(w-cant-generados)
                   COMPUTE w-gen-local(w-cant-generados) =
                       w-ron-local - 1
                   COMPUTE w-gen-visit(w-cant-generados) =
                       w-ron-visit - 1
               END-IF
           ELSE
               ADD 1 TO w-cant-generados-omit
           END-IF.

       340-ROTAR-RUEDA.
      *    El lugar 1 queda fijo; el ultimo pasa al lugar 2 y el resto
      *    corre una posicion hacia abajo.
           MOVE w-ron-equipo(w-cant-rueda) TO w-ron-guarda.
           PERFORM VARYING w-i FROM w-cant-rueda BY -1 UNTIL w-i < 3
               MOVE w-ron-equipo(w-i - 1) TO w-ron-equipo(w-i)
           END-PERFORM.
           MOVE w-ron-guarda TO w-ron-equipo(2).

      ******* GRABACION DEL FIXTURE *******************************************
       400-GRABAR-FIXTURE.
      *    Se graba por division y fecha sobre un temporal que reemplaza
      *    al fixture recien al final, igual que los demas maestros. Las
      *    fechas libres son solo informativas: no van al archivo,
      *    porque la conciliacion las tomaria como partido sin
      *    resultado.
           OPEN OUTPUT FIXTURE-NVO.
           PERFORM VARYING w-d FROM 1 BY 1 UNTIL w-d > 9
               PERFORM VARYING w-fch FROM 1 BY 1
                       UNTIL w-fch > w-max-fecha
                   PERFORM 410-GRABAR-FECHA-DIVISION
               END-PERFORM
           END-PERFORM.
           CLOSE FIXTURE-NVO.
           CALL "CBL_RENAME_FILE" USING w-fix-tmp-path
                                        w-fix-master-path.

       410-GRABAR-FECHA-DIVISION.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-generados
               IF w-gen-division(w-i) IS EQUAL w-d
                   AND w-gen-fecha(w-i) IS EQUAL w-fch
                   AND w-gen-libre(w-i) IS NOT EQUAL 1
                   MOVE w-gen-division(w-i) TO fix-division
                   MOVE w-gen-fecha(w-i) TO fix-fecha
                   MOVE w-gen-local(w-i) TO fix-equipo-local
                   MOVE w-gen-visit(w-i) TO fix-equipo-visit
                   WRITE fix-reg
                   ADD 1 TO w-tot-partidos
               END-IF
           END-PERFORM.

      ******* INFORME FECHA POR FECHA *****************************************
       500-INFORMAR-POR-FECHA.
           PERFORM VARYING w-fch FROM 1 BY 1 UNTIL w-fch > w-max-fecha
               MOVE ZERO TO w-flag-fecha-impresa
               PERFORM VARYING w-d FROM 1 BY 1 UNTIL w-d > 9
                   MOVE ZERO TO w-flag-div-impresa
                   PERFORM 510-INFORMAR-FECHA-DIVISION
               END-PERFORM
           END-PERFORM.

       510-INFORMAR-FECHA-DIVISION.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-generados
               IF w-gen-division(w-i) IS EQUAL w-d
                   AND w-gen-fecha(w-i) IS EQUAL w-fch
                   PERFORM 520-ENCABEZAR-FECHA
                   IF w-gen-libre(w-i) IS EQUAL 1
                       MOVE w-gen-local(w-i) TO i-lib-equipo
                       MOVE w-equ-nombre(w-gen-local(w-i) + 1)
                           TO i-lib-nombre
                       WRITE inf-reg FROM inf-linea-libre
                       ADD 1 TO w-tot-libres
                   ELSE
                       MOVE w-gen-local(w-i) TO i-par-local
                       MOVE w-equ-nombre(w-gen-local(w-i) + 1)
                           TO i-par-local-nombre
                       MOVE w-gen-visit(w-i) TO i-par-visit
                       MOVE w-equ-nombre(w-gen-visit(w-i) + 1)
                           TO i-par-visit-nombre
                       WRITE inf-reg FROM inf-linea-partido
                   END-IF
               END-IF
           END-PERFORM.

       520-ENCABEZAR-FECHA.
      *    Cabecera de fecha una sola vez por fecha y de division una
      *    sola vez dentro de cada fecha.
           IF w-flag-fecha-impresa IS NOT EQUAL 1
               MOVE 1 TO w-flag-fecha-impresa
               WRITE inf-reg FROM inf-guarda
               MOVE w-fch TO i-nro-fecha
               WRITE inf-reg FROM inf-linea-fecha
           END-IF.
           IF w-flag-div-impresa IS NOT EQUAL 1
               MOVE 1 TO w-flag-div-impresa
               MOVE w-d TO w-division-para-nombre
               PERFORM 590-NOMBRE-DIVISION
               MOVE w-nombre-division TO i-div-nombre
               WRITE inf-reg FROM inf-linea-division
           END-IF.

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
           IF w-cant-generados-omit > 0
               MOVE w-cant-generados-omit TO i-omit-gen
               WRITE inf-reg FROM inf-omitidos
           END-IF.
           MOVE w-tot-divisiones TO i-tot-divisiones.
           MOVE w-tot-partidos TO i-tot-partidos.
           MOVE w-tot-libres TO i-tot-libres.
           WRITE inf-reg FROM inf-totales.
           WRITE inf-reg FROM inf-guarda.
           CLOSE INFORME.

       END PROGRAM GENERA-FIXTURE.
