      ******************************************************************
      * Author:
      * Date:
      * Purpose: Designacion de arbitros por partido. Cruza el archivo
      *          de designaciones (division, fecha, local, visitante,
      *          arbitro) contra el fixture y el maestro de arbitros y
      *          valida las designaciones fecha por fecha, en orden de
      *          fecha y de lectura: se rechaza la designacion de un
      *          partido que no esta en el fixture, de un arbitro que
      *          no existe o no esta habilitado para la division, la
      *          segunda designacion de un mismo partido, un segundo
      *          partido para el arbitro en la misma fecha y un partido
      *          de un club que el arbitro ya dirigio en la fecha
      *          anterior. Informa los rechazos y la planilla de
      *          arbitros de la fecha pedida (con los partidos que
      *          siguen sin designar) y la carga de la temporada por
      *          arbitro sobre las designaciones aceptadas.
      *          Parametro: <FECHA>.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESIGNA-ARBITROS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARBITROS
           ASSIGN TO
           "..\arbitros.dat"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL DESIGNACIONES
           ASSIGN TO
           "..\designaciones.dat"
           ORGANIZATION is line sequential.
           SELECT FIXTURE
           ASSIGN TO
           "..\fixture.dat"
           ORGANIZATION is line sequential.
           SELECT EQUIPOS
           ASSIGN TO
           "..\equipo.dat"
           ORGANIZATION is line sequential.
           SELECT INFORME
           ASSIGN TO
           "..\impArbitros.dat"
           ORGANIZATION is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  ARBITROS.
       01  arb-reg.
           03 arb-codigo pic 9(4).
           03 arb-nombre pic x(30).
           03 arb-categoria pic x(1).
           03 arb-divisiones.
               05 arb-habilitado occurs 9 times pic x(1).

       FD  DESIGNACIONES.
       01  dsg-reg.
           03 dsg-division pic 9.
           03 dsg-fecha pic 9(2).
           03 dsg-equipo-local pic 99.
           03 dsg-equipo-visit pic 99.
           03 dsg-arbitro pic 9(4).

       FD  FIXTURE.
       01  fix-reg.
           03 fix-division pic 9.
           03 fix-fecha pic 9(2).
           03 fix-equipo-local pic 99.
           03 fix-equipo-visit pic 99.

       FD  EQUIPOS.
       01  equ-reg.
           03 equ-cod pic 9(2).
           03 equ-nombre pic x(15).

       FD  INFORME.
       01  inf-reg pic x(100).

       WORKING-STORAGE SECTION.
       01  w-flag-arbitros pic 9 value zero.
       01  w-flag-designaciones pic 9 value zero.
       01  w-flag-fixture pic 9 value zero.
       01  w-flag-equipo pic 9 value zero.
       01  w-fecha-corrida pic 9(8) value zero.
       01  w-linea-comando pic x(40) value spaces.
       01  w-parm-a pic x(10) value spaces.
       01  w-parm-fecha pic x(2) value spaces.
       01  w-flag-parm-invalido pic 9 value zero.
       01  w-fecha-pedida pic 9(2) value zero.
       01  w-i pic 9(4).
       01  w-j pic 9(4).
       01  w-d pic 9(3).
       01  w-fch pic 9(3).
       01  w-fecha-anterior pic 9(3).
       01  w-tabla-equipos.
           03 w-equ-datos occurs 100 times.
               05 w-equ-nombre pic x(15).
       01  w-cant-fixture pic 9(4) value zero.
       01  w-cant-fixture-omitidos pic 9(4) value zero.
       01  w-tabla-fixture.
           03 w-fix-tabla occurs 2000 times.
               05 w-fix-division pic 9.
               05 w-fix-fecha pic 99.
               05 w-fix-local pic 99.
               05 w-fix-visit pic 99.
       01  w-cant-arbitros pic 9(4) value zero.
       01  w-cant-arbitros-omitidos pic 9(4) value zero.
       01  w-tabla-arbitros.
           03 w-arb-tabla occurs 300 times.
               05 w-arb-codigo pic 9(4).
               05 w-arb-nombre pic x(30).
               05 w-arb-categoria pic x(1).
               05 w-arb-habilitado occurs 9 times pic x(1).
                   88 w-arb-habilitado-div value "S".
               05 w-arb-partidos pic 9(4).
               05 w-arb-por-division occurs 9 times pic 9(3).
               05 w-arb-ultima-fecha pic 9(2).
       01  w-arb-pos pic 9(4).
       01  w-cant-designaciones pic 9(4) value zero.
       01  w-cant-designaciones-omit pic 9(4) value zero.
       01  w-tabla-designaciones.
           03 w-dsg-tabla occurs 3000 times.
               05 w-dsg-division pic 9.
               05 w-dsg-fecha pic 99.
               05 w-dsg-local pic 99.
               05 w-dsg-visit pic 99.
               05 w-dsg-arbitro pic 9(4).
               05 w-dsg-arb-pos pic 9(4).
               05 w-dsg-estado pic x(1).
                   88 w-dsg-pendiente value "P".
                   88 w-dsg-aceptada value "A".
                   88 w-dsg-rechazada value "R".
               05 w-dsg-motivo pic x(26).
       01  w-dsg-pos pic 9(4).
       01  w-designacion-actual.
           03 w-act-division pic 9.
           03 w-act-local pic 99.
           03 w-act-visit pic 99.
           03 w-act-arbitro pic 9(4).
       01  w-flag-encontrado pic 9.
       01  w-flag-fecha-impresa pic 9.
       01  w-tot-leidas pic 9(6) value zero.
       01  w-tot-aceptadas pic 9(6) value zero.
       01  w-tot-rechazadas pic 9(6) value zero.
       01  w-tot-fecha-aceptadas pic 9(6) value zero.
       01  w-tot-fecha-rechazadas pic 9(6) value zero.
       01  w-tot-fecha-sin-arbitro pic 9(6) value zero.
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
           03 filler pic x(32) value
               "DESIGNACION DE ARBITROS - FECHA ".
           03 i-nro-fecha-titulo pic z9.
           03 filler pic x(38) value spaces.
       01  inf-seccion.
           03 i-sec-texto pic x(50).
           03 filler pic x(50) value spaces.
       01  inf-linea-division.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "DIVISION: ".
           03 i-div-nombre pic x(10).
           03 filler pic x(78) value spaces.
       01  inf-linea-rechazo.
           03 filler pic x(2) value spaces.
           03 filler pic x(5) value "DIV: ".
           03 i-rec-division pic 9.
           03 filler pic x(2) value spaces.
           03 i-rec-local pic 99.
           03 filler pic x(1) value spaces.
           03 i-rec-local-nombre pic x(15).
           03 filler pic x(4) value " VS ".
           03 i-rec-visit pic 99.
           03 filler pic x(1) value spaces.
           03 i-rec-visit-nombre pic x(15).
           03 filler pic x(7) value "  ARB: ".
           03 i-rec-arbitro pic 9(4).
           03 filler pic x(2) value spaces.
           03 i-rec-motivo pic x(26).
           03 filler pic x(11) value spaces.
       01  inf-linea-planilla.
           03 filler pic x(4) value spaces.
           03 i-pla-local pic 99.
           03 filler pic x(1) value spaces.
           03 i-pla-local-nombre pic x(15).
           03 filler pic x(4) value " VS ".
           03 i-pla-visit pic 99.
           03 filler pic x(1) value spaces.
           03 i-pla-visit-nombre pic x(15).
           03 filler pic x(3) value spaces.
           03 i-pla-arbitro pic x(4).
           03 filler pic x(1) value spaces.
           03 i-pla-nombre pic x(30).
           03 filler pic x(1) value spaces.
           03 i-pla-categoria pic x(1).
           03 filler pic x(16) value spaces.
       01  inf-cabecera-carga.
           03 filler pic x(2) value spaces.
           03 filler pic x(4) value "COD.".
           03 filler pic x(2) value spaces.
           03 filler pic x(30) value "NOMBRE".
           03 filler pic x(2) value spaces.
           03 filler pic x(1) value "C".
           03 filler pic x(2) value spaces.
           03 filler pic x(5) value "TOTAL".
           03 filler pic x(2) value spaces.
           03 filler pic x(3) value "ULT".
           03 filler pic x(1) value spaces.
           03 filler pic x(36) value
               "  D1  D2  D3  D4  D5  D6  D7  D8  D9".
           03 filler pic x(10) value spaces.
       01  inf-linea-carga.
           03 filler pic x(2) value spaces.
           03 i-car-codigo pic 9(4).
           03 filler pic x(2) value spaces.
           03 i-car-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 i-car-categoria pic x(1).
           03 filler pic x(2) value spaces.
           03 i-car-partidos pic zzzz9.
           03 filler pic x(2) value spaces.
           03 i-car-ultima pic zz9.
           03 filler pic x(1) value spaces.
           03 i-car-divisiones.
               05 i-car-por-division occurs 9 times pic zzz9.
           03 filler pic x(10) value spaces.
       01  inf-omitidos.
           03 filler pic x(2) value spaces.
           03 filler pic x(41) value
               "REGISTROS OMITIDOS POR CAPACIDAD  FIX: ".
           03 i-omit-fixture pic 9(4).
           03 filler pic x(7) value "  ARB: ".
           03 i-omit-arbitros pic 9(4).
           03 filler pic x(7) value "  DSG: ".
           03 i-omit-designaciones pic 9(4).
           03 filler pic x(31) value spaces.
       01  inf-totales-fecha.
           03 filler pic x(20) value "FECHA  ACEPTADAS: ".
           03 i-tfe-aceptadas pic zzzzz9.
           03 filler pic x(14) value "  RECHAZADAS: ".
           03 i-tfe-rechazadas pic zzzzz9.
           03 filler pic x(16) value "  SIN DESIGNAR: ".
           03 i-tfe-sin-arbitro pic zzzzz9.
           03 filler pic x(32) value spaces.
       01  inf-totales.
           03 filler pic x(20) value "TEMPORADA  LEIDAS: ".
           03 i-tot-leidas pic zzzzz9.
           03 filler pic x(13) value "  ACEPTADAS: ".
           03 i-tot-aceptadas pic zzzzz9.
           03 filler pic x(14) value "  RECHAZADAS: ".
           03 i-tot-rechazadas pic zzzzz9.
           03 filler pic x(35) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-linea-comando FROM COMMAND-LINE.
           UNSTRING w-linea-comando DELIMITED BY ALL SPACE
               INTO w-parm-a.
           ACCEPT w-fecha-corrida FROM DATE YYYYMMDD.
           PERFORM 050-VALIDAR-PARAMETROS.
           IF w-flag-parm-invalido IS NOT EQUAL 1
               PERFORM 100-INICIO
               PERFORM 150-CARGAR-EQUIPOS
               PERFORM 200-CARGAR-FIXTURE
               PERFORM 250-CARGAR-ARBITROS
               PERFORM 280-CARGAR-DESIGNACIONES
               PERFORM 300-VALIDAR-DESIGNACIONES
               PERFORM 400-INFORMAR-RECHAZOS
               PERFORM 450-INFORMAR-PLANILLA
               PERFORM 500-INFORMAR-CARGA
               PERFORM 600-FIN
           END-IF.
           STOP RUN.

       050-VALIDAR-PARAMETROS.
      *    La fecha a designar es obligatoria, numerica y distinta de
      *    cero.
           IF w-parm-a IS EQUAL SPACES
               MOVE 1 TO w-flag-parm-invalido
           ELSE
               IF w-parm-a(2:9) IS EQUAL SPACES
                   MOVE "0" TO w-parm-fecha(1:1)
                   MOVE w-parm-a(1:1) TO w-parm-fecha(2:1)
               ELSE
                   MOVE w-parm-a TO w-parm-fecha
               END-IF
               IF w-parm-fecha IS NUMERIC
                   AND w-parm-a(3:8) IS EQUAL SPACES
                   MOVE w-parm-fecha TO w-fecha-pedida
               ELSE
                   MOVE 1 TO w-flag-parm-invalido
               END-IF
           END-IF.
           IF w-fecha-pedida IS EQUAL ZERO
               MOVE 1 TO w-flag-parm-invalido
           END-IF.
           IF w-flag-parm-invalido IS EQUAL 1
               DISPLAY "USO: <FECHA>"
               DISPLAY "EJEMPLO: 5"
               MOVE 8 TO RETURN-CODE
           END-IF.

       100-INICIO.
           OPEN OUTPUT INFORME.
           MOVE w-fecha-corrida TO i-fecha.
           MOVE w-fecha-pedida TO i-nro-fecha-titulo.
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

      ******* CARGA DE MAESTROS ***********************************************
       200-CARGAR-FIXTURE.
           OPEN INPUT FIXTURE.
           PERFORM UNTIL w-flag-fixture IS EQUAL 1
               READ FIXTURE
                   AT END MOVE 1 TO w-flag-fixture
                   NOT AT END
                       IF w-cant-fixture < 2000
                           ADD 1 TO w-cant-fixture
                           MOVE fix-division TO
                               w-fix-division(w-cant-fixture)
                           MOVE fix-fecha TO w-fix-fecha(w-cant-fixture)
                           MOVE fix-equipo-local TO
                               w-fix-local(w-cant-fixture)
                           MOVE fix-equipo-visit TO
                               w-fix-visit(w-cant-fixture)
                       ELSE
                           ADD 1 TO w-cant-fixture-omitidos
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIXTURE.

       250-CARGAR-ARBITROS.
      *    Un arbitro queda habilitado para una division cuando trae
      *    "S" en la posicion de esa division.
           OPEN INPUT ARBITROS.
           PERFORM UNTIL w-flag-arbitros IS EQUAL 1
               READ ARBITROS
                   AT END MOVE 1 TO w-flag-arbitros
                   NOT AT END
                       IF w-cant-arbitros < 300
                           ADD 1 TO w-cant-arbitros
                           PERFORM 260-GUARDAR-ARBITRO
                       ELSE
                           ADD 1 TO w-cant-arbitros-omitidos
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARBITROS.

       260-GUARDAR-ARBITRO.
           MOVE arb-codigo TO w-arb-codigo(w-cant-arbitros).
           MOVE arb-nombre TO w-arb-nombre(w-cant-arbitros).
           MOVE arb-categoria TO w-arb-categoria(w-cant-arbitros).
           PERFORM VARYING w-d FROM 1 BY 1 UNTIL w-d > 9
               MOVE arb-habilitado(w-d) TO
                   w-arb-habilitado(w-cant-arbitros, w-d)
               MOVE ZERO TO w-arb-por-division(w-cant-arbitros, w-d)
           END-PERFORM.
           MOVE ZERO TO w-arb-partidos(w-cant-arbitros).
           MOVE ZERO TO w-arb-ultima-fecha(w-cant-arbitros).

       270-BUSCAR-ARBITRO.
           MOVE ZERO TO w-arb-pos.
           PERFORM VARYING w-j FROM 1 BY 1
                   UNTIL w-j > w-cant-arbitros OR w-arb-pos > 0
               IF w-arb-codigo(w-j) IS EQUAL w-act-arbitro
                   MOVE w-j TO w-arb-pos
               END-IF
           END-PERFORM.

       280-CARGAR-DESIGNACIONES.
      *    Se cargan todas las designaciones de la temporada: la carga
      *    por arbitro y el control contra la fecha anterior necesitan
      *    las fechas ya jugadas, no solo la pedida.
           OPEN INPUT DESIGNACIONES.
           PERFORM UNTIL w-flag-designaciones IS EQUAL 1
               READ DESIGNACIONES
                   AT END MOVE 1 TO w-flag-designaciones
                   NOT AT END
                       ADD 1 TO w-tot-leidas
                       IF w-cant-designaciones < 3000
                           ADD 1 TO w-cant-designaciones
                           PERFORM 285-GUARDAR-DESIGNACION
                       ELSE
                           ADD 1 TO w-cant-designaciones-omit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DESIGNACIONES.

       285-GUARDAR-DESIGNACION.
           MOVE dsg-division TO w-dsg-division(w-cant-designaciones).
           MOVE dsg-fecha TO w-dsg-fecha(w-cant-designaciones).
           MOVE dsg-equipo-local TO w-dsg-local(w-cant-designaciones).
           MOVE dsg-equipo-visit TO w-dsg-visit(w-cant-designaciones).
           MOVE dsg-arbitro TO w-dsg-arbitro(w-cant-designaciones).
           MOVE ZERO TO w-dsg-arb-pos(w-cant-designaciones).
           MOVE "P" TO w-dsg-estado(w-cant-designaciones).
           MOVE SPACES TO w-dsg-motivo(w-cant-designaciones).

      ******* VALIDACION DE DESIGNACIONES *************************************
       300-VALIDAR-DESIGNACIONES.
      *    Se valida en orden de fecha y, dentro de la fecha, en orden
      *    de lectura: cada designacion se compara solo contra las ya
      *    aceptadas, de modo que la primera de dos en conflicto queda
      *    y la segunda se rechaza.
           PERFORM VARYING w-fch FROM 0 BY 1 UNTIL w-fch > 99
               PERFORM VARYING w-i FROM 1 BY 1
                       UNTIL w-i > w-cant-designaciones
                   IF w-dsg-fecha(w-i) IS EQUAL w-fch
                       MOVE w-i TO w-dsg-pos
                       PERFORM 310-VALIDAR-UNA
                   END-IF
               END-PERFORM
           END-PERFORM.

       310-VALIDAR-UNA.
           MOVE w-dsg-division(w-dsg-pos) TO w-act-division.
           MOVE w-dsg-local(w-dsg-pos) TO w-act-local.
           MOVE w-dsg-visit(w-dsg-pos) TO w-act-visit.
           MOVE w-dsg-arbitro(w-dsg-pos) TO w-act-arbitro.
           PERFORM 320-VERIFICAR-FIXTURE.
           IF w-dsg-pendiente(w-dsg-pos)
               PERFORM 270-BUSCAR-ARBITRO
               IF w-arb-pos IS EQUAL ZERO
                   MOVE "R" TO w-dsg-estado(w-dsg-pos)
                   MOVE "ARBITRO INEXISTENTE" TO w-dsg-motivo(w-dsg-pos)
               ELSE
                   MOVE w-arb-pos TO w-dsg-arb-pos(w-dsg-pos)
               END-IF
           END-IF.
           IF w-dsg-pendiente(w-dsg-pos)
               IF NOT w-arb-habilitado-div
                       (w-arb-pos, w-act-division)
                   MOVE "R" TO w-dsg-estado(w-dsg-pos)
                   MOVE "NO HABILITADO EN DIVISION" TO
                       w-dsg-motivo(w-dsg-pos)
               END-IF
           END-IF.
           IF w-dsg-pendiente(w-dsg-pos)
               PERFORM 330-VERIFICAR-CONFLICTOS
           END-IF.
           IF w-dsg-pendiente(w-dsg-pos)
               MOVE "A" TO w-dsg-estado(w-dsg-pos)
               ADD 1 TO w-tot-aceptadas
               ADD 1 TO w-arb-partidos(w-arb-pos)
               ADD 1 TO w-arb-por-division
                   (w-arb-pos, w-act-division)
               IF w-dsg-fecha(w-dsg-pos) > w-arb-ultima-fecha(w-arb-pos)
                   MOVE w-dsg-fecha(w-dsg-pos) TO
                       w-arb-ultima-fecha(w-arb-pos)
               END-IF
           ELSE
               ADD 1 TO w-tot-rechazadas
           END-IF.

       320-VERIFICAR-FIXTURE.
           MOVE ZERO TO w-flag-encontrado.
           PERFORM VARYING w-j FROM 1 BY 1
                   UNTIL w-j > w-cant-fixture OR w-flag-encontrado = 1
               IF w-fix-division(w-j) IS EQUAL w-act-division
                   AND w-fix-fecha(w-j) IS EQUAL w-dsg-fecha(w-dsg-pos)
                   AND w-fix-local(w-j) IS EQUAL w-act-local
                   AND w-fix-visit(w-j) IS EQUAL w-act-visit
                   MOVE 1 TO w-flag-encontrado
               END-IF
           END-PERFORM.
           IF w-flag-encontrado IS NOT EQUAL 1
               MOVE "R" TO w-dsg-estado(w-dsg-pos)
               MOVE "PARTIDO NO PROGRAMADO" TO w-dsg-motivo(w-dsg-pos)
           END-IF.

       330-VERIFICAR-CONFLICTOS.
      *    Contra las designaciones ya aceptadas: el mismo partido
      *    designado dos veces, el arbitro con otro partido en la
      *    fecha, o el arbitro con alguno de los dos clubes en la
      *    fecha anterior.
           COMPUTE w-fecha-anterior = w-fch - 1.
           PERFORM VARYING w-j FROM 1 BY 1
                   UNTIL w-j > w-cant-designaciones
                       OR NOT w-dsg-pendiente(w-dsg-pos)
               IF w-dsg-aceptada(w-j)
                   PERFORM 335-COMPARAR-ACEPTADA
               END-IF
           END-PERFORM.

       335-COMPARAR-ACEPTADA.
           IF w-dsg-fecha(w-j) IS EQUAL w-fch
               AND w-dsg-division(w-j) IS EQUAL w-act-division
               AND w-dsg-local(w-j) IS EQUAL w-act-local
               AND w-dsg-visit(w-j) IS EQUAL w-act-visit
               MOVE "R" TO w-dsg-estado(w-dsg-pos)
               MOVE "PARTIDO YA DESIGNADO" TO w-dsg-motivo(w-dsg-pos)
           END-IF.
           IF w-dsg-pendiente(w-dsg-pos)
               AND w-dsg-arbitro(w-j) IS EQUAL w-act-arbitro
               IF w-dsg-fecha(w-j) IS EQUAL w-fch
                   MOVE "R" TO w-dsg-estado(w-dsg-pos)
                   MOVE "DOS PARTIDOS EN LA FECHA" TO
                       w-dsg-motivo(w-dsg-pos)
               END-IF
               IF w-fch > 0
                   AND w-dsg-fecha(w-j) IS EQUAL w-fecha-anterior
                   AND (w-dsg-local(w-j) IS EQUAL w-act-local
                     OR w-dsg-local(w-j) IS EQUAL w-act-visit
                     OR w-dsg-visit(w-j) IS EQUAL w-act-local
                     OR w-dsg-visit(w-j) IS EQUAL w-act-visit)
                   MOVE "R" TO w-dsg-estado(w-dsg-pos)
                   MOVE "MISMO CLUB FECHA ANTERIOR" TO
                       w-dsg-motivo(w-dsg-pos)
               END-IF
           END-IF.

      ******* INFORME DE LA FECHA *********************************************
       400-INFORMAR-RECHAZOS.
           MOVE "DESIGNACIONES RECHAZADAS DE LA FECHA" TO i-sec-texto.
           WRITE inf-reg FROM inf-seccion.
           PERFORM VARYING w-i FROM 1 BY 1
                   UNTIL w-i > w-cant-designaciones
               IF w-dsg-fecha(w-i) IS EQUAL w-fecha-pedida
                   IF w-dsg-rechazada(w-i)
                       PERFORM 410-IMPRIMIR-RECHAZO
                   ELSE
                       ADD 1 TO w-tot-fecha-aceptadas
                   END-IF
               END-IF
           END-PERFORM.
           WRITE inf-reg FROM inf-guarda.

       410-IMPRIMIR-RECHAZO.
           ADD 1 TO w-tot-fecha-rechazadas.
           MOVE w-dsg-division(w-i) TO i-rec-division.
           MOVE w-dsg-local(w-i) TO i-rec-local.
           MOVE w-equ-nombre(w-dsg-local(w-i) + 1) TO
               i-rec-local-nombre.
           MOVE w-dsg-visit(w-i) TO i-rec-visit.
           MOVE w-equ-nombre(w-dsg-visit(w-i) + 1) TO
               i-rec-visit-nombre.
           MOVE w-dsg-arbitro(w-i) TO i-rec-arbitro.
           MOVE w-dsg-motivo(w-i) TO i-rec-motivo.
           WRITE inf-reg FROM inf-linea-rechazo.

       450-INFORMAR-PLANILLA.
      *    Planilla de la fecha en el orden del fixture; el partido sin
      *    designacion aceptada sale marcado SIN DESIGNAR.
           MOVE "PLANILLA DE ARBITROS DE LA FECHA" TO i-sec-texto.
           WRITE inf-reg FROM inf-seccion.
           PERFORM VARYING w-d FROM 1 BY 1 UNTIL w-d > 9
               MOVE ZERO TO w-flag-fecha-impresa
               PERFORM VARYING w-i FROM 1 BY 1
                       UNTIL w-i > w-cant-fixture
                   IF w-fix-division(w-i) IS EQUAL w-d
                       AND w-fix-fecha(w-i) IS EQUAL w-fecha-pedida
                       PERFORM 460-IMPRIMIR-PARTIDO
                   END-IF
               END-PERFORM
           END-PERFORM.
           WRITE inf-reg FROM inf-guarda.

       460-IMPRIMIR-PARTIDO.
           IF w-flag-fecha-impresa IS NOT EQUAL 1
               MOVE 1 TO w-flag-fecha-impresa
               MOVE w-d TO w-division-para-nombre
               PERFORM 590-NOMBRE-DIVISION
               MOVE w-nombre-division TO i-div-nombre
               WRITE inf-reg FROM inf-linea-division
           END-IF.
           MOVE ZERO TO w-dsg-pos.
           PERFORM VARYING w-j FROM 1 BY 1
                   UNTIL w-j > w-cant-designaciones OR w-dsg-pos > 0
               IF w-dsg-aceptada(w-j)
                   AND w-dsg-division(w-j) IS EQUAL w-d
                   AND w-dsg-fecha(w-j) IS EQUAL w-fecha-pedida
                   AND w-dsg-local(w-j) IS EQUAL w-fix-local(w-i)
                   AND w-dsg-visit(w-j) IS EQUAL w-fix-visit(w-i)
                   MOVE w-j TO w-dsg-pos
               END-IF
           END-PERFORM.
           MOVE w-fix-local(w-i) TO i-pla-local.
           MOVE w-equ-nombre(w-fix-local(w-i) + 1) TO
               i-pla-local-nombre.
           MOVE w-fix-visit(w-i) TO i-pla-visit.
           MOVE w-equ-nombre(w-fix-visit(w-i) + 1) TO
               i-pla-visit-nombre.
           IF w-dsg-pos > 0
               MOVE w-dsg-arbitro(w-dsg-pos) TO i-pla-arbitro
               MOVE w-arb-nombre(w-dsg-arb-pos(w-dsg-pos)) TO
                   i-pla-nombre
               MOVE w-arb-categoria(w-dsg-arb-pos(w-dsg-pos)) TO
                   i-pla-categoria
           ELSE
               ADD 1 TO w-tot-fecha-sin-arbitro
               MOVE SPACES TO i-pla-arbitro
               MOVE "SIN DESIGNAR" TO i-pla-nombre
               MOVE SPACES TO i-pla-categoria
           END-IF.
           WRITE inf-reg FROM inf-linea-planilla.

      ******* CARGA DE LA TEMPORADA *******************************************
       500-INFORMAR-CARGA.
           MOVE "CARGA DE LA TEMPORADA POR ARBITRO" TO i-sec-texto.
           WRITE inf-reg FROM inf-seccion.
           WRITE inf-reg FROM inf-cabecera-carga.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-arbitros
               MOVE w-arb-codigo(w-i) TO i-car-codigo
               MOVE w-arb-nombre(w-i) TO i-car-nombre
               MOVE w-arb-categoria(w-i) TO i-car-categoria
               MOVE w-arb-partidos(w-i) TO i-car-partidos
               MOVE w-arb-ultima-fecha(w-i) TO i-car-ultima
               PERFORM VARYING w-d FROM 1 BY 1 UNTIL w-d > 9
                   MOVE w-arb-por-division(w-i, w-d) TO
                       i-car-por-division(w-d)
               END-PERFORM
               WRITE inf-reg FROM inf-linea-carga
           END-PERFORM.

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
           IF w-cant-fixture-omitidos > 0
               OR w-cant-arbitros-omitidos > 0
               OR w-cant-designaciones-omit > 0
               MOVE w-cant-fixture-omitidos TO i-omit-fixture
               MOVE w-cant-arbitros-omitidos TO i-omit-arbitros
               MOVE w-cant-designaciones-omit TO i-omit-designaciones
               WRITE inf-reg FROM inf-omitidos
           END-IF.
           MOVE w-tot-fecha-aceptadas TO i-tfe-aceptadas.
           MOVE w-tot-fecha-rechazadas TO i-tfe-rechazadas.
           MOVE w-tot-fecha-sin-arbitro TO i-tfe-sin-arbitro.
           WRITE inf-reg FROM inf-totales-fecha.
           MOVE w-tot-leidas TO i-tot-leidas.
           MOVE w-tot-aceptadas TO i-tot-aceptadas.
           MOVE w-tot-rechazadas TO i-tot-rechazadas.
           WRITE inf-reg FROM inf-totales.
           WRITE inf-reg FROM inf-guarda.
           CLOSE INFORME.

       END PROGRAM DESIGNA-ARBITROS.
