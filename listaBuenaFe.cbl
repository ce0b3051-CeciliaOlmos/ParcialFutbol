      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lista de buena fe de la proxima fecha. Toma del
      *          fixture los partidos de la fecha y, para cada equipo,
      *          lista los jugadores del maestro de jugadores con los
      *          pases vigentes a la fecha de corrida aplicados (igual
      *          que 180-REKEY-EQUIPO de parcialFutbol), con nombre,
      *          camiseta y posicion del padron. Cada jugador sale
      *          HABILITADO o INHABILITADO con el motivo: suspension
      *          pendiente en suspendidos.dat, edad por encima del
      *          limite de la division o ausencia en el padron.
      *          Parametro opcional: <FECHA>. Sin parametro se toma la
      *          fecha siguiente a la ultima con resultados en
      *          partidos.dat, o la primera del fixture si aun no hay
      *          resultados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTA-BUENA-FE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXTURE
           ASSIGN TO
           "..\fixture.dat"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL PARTIDOS
           ASSIGN TO
           "..\partidos.dat"
           ORGANIZATION is line sequential.
           SELECT JUGADORES
           ASSIGN TO
           "..\jugadores.dat"
           ORGANIZATION is line sequential.
           SELECT EQUIPOS
           ASSIGN TO
           "..\equipo.dat"
           ORGANIZATION is line sequential.
           SELECT PASES
           ASSIGN TO
           "..\pases.dat"
           ORGANIZATION is line sequential.
           SELECT PADRON
           ASSIGN TO
           "..\padron.dat"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL SUSPENDIDOS
           ASSIGN TO
           "..\suspendidos.dat"
           ORGANIZATION is line sequential.
           SELECT INFORME
           ASSIGN TO
           "..\impBuenaFe.dat"
           ORGANIZATION is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  FIXTURE.
       01  fix-reg.
           03 fix-division pic 9.
           03 fix-fecha pic 9(2).
           03 fix-equipo-local pic 99.
           03 fix-equipo-visit pic 99.

       FD  PARTIDOS.
       01  par-reg.
           03 par-division pic 9.
           03 par-fecha pic 9(2).
           03 par-equipo-local pic 99.
           03 par-equipo-visit pic 99.
           03 par-goles-local pic 9(2).
           03 par-goles-visit pic 9(2).

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

       FD  PASES.
       01  pas-reg.
           03 pas-division pic 9.
           03 pas-equipo-origen pic 99.
           03 pas-equipo-destino pic 99.
           03 pas-jugador pic x(6).
           03 pas-fecha pic 9(8).

       FD  PADRON.
       01  pad-reg.
           03 pad-jugador pic x(6).
           03 pad-nombre pic x(30).
           03 pad-fecha-nac pic 9(8).
           03 pad-posicion pic x(10).
           03 pad-camiseta pic 9(2).

       FD  SUSPENDIDOS.
       01  sus-reg.
           03 sus-division pic 9.
           03 sus-equipo pic 99.
           03 sus-jugador pic x(6).
           03 sus-motivo pic x(16).
           03 sus-fechas pic 9(2).

       FD  INFORME.
       01  inf-reg pic x(100).

       WORKING-STORAGE SECTION.
       01  w-flag-fixture pic 9 value zero.
       01  w-flag-partidos pic 9 value zero.
       01  w-flag-jugadores pic 9 value zero.
       01  w-flag-equipo pic 9 value zero.
       01  w-flag-pases pic 9 value zero.
       01  w-flag-padron pic 9 value zero.
       01  w-flag-susp pic 9 value zero.
       01  w-fecha-corrida pic 9(8) value zero.
       01  w-linea-comando pic x(40) value spaces.
       01  w-parm-a pic x(10) value spaces.
       01  w-parm-fecha pic x(2) value spaces.
       01  w-flag-parm-invalido pic 9 value zero.
       01  w-fecha-pedida pic 9(2) value zero.
       01  w-ultima-fecha-jugada pic 9(2) value zero.
       01  w-primera-fecha-fixture pic 9(2) value 99.
       01  w-i pic 9(4).
       01  w-j pic 9(4).
       01  w-k pic 9(4).
       01  w-m pic 9(4).
       01  w-d pic 9(3).
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
       01  w-cant-pases pic 9(4) value zero.
       01  w-cant-pases-omitidos pic 9(4) value zero.
       01  w-tabla-pases.
           03 w-pas-tabla occurs 500 times.
               05 w-pas-division pic 9.
               05 w-pas-origen pic 99.
               05 w-pas-destino pic 99.
               05 w-pas-jugador pic x(6).
               05 w-pas-fecha pic 9(8).
       01  w-pase-division-in pic 9.
       01  w-pase-equipo-in pic 99.
       01  w-pase-jugador-in pic x(6).
       01  w-pase-equipo-out pic 99.
       01  w-flag-pase-encontrado pic 9.
       01  w-cant-padron pic 9(4) value zero.
       01  w-cant-padron-omitidos pic 9(4) value zero.
       01  w-tabla-padron.
           03 w-pad-tabla occurs 2000 times.
               05 w-pad-jugador pic x(6).
               05 w-pad-nombre pic x(30).
               05 w-pad-fecha-nac pic 9(8).
               05 w-pad-posicion pic x(10).
               05 w-pad-camiseta pic 9(2).
       01  w-padron-jugador-in pic x(6).
       01  w-padron-pos pic 9(4).
       01  w-cant-susp-mast pic 9(3) value zero.
       01  w-cant-susp-mast-omitidas pic 9(4) value zero.
       01  w-tabla-susp-mast.
           03 w-smt-tabla occurs 300 times.
               05 w-smt-division pic 9.
               05 w-smt-equipo pic 99.
               05 w-smt-jugador pic x(6).
               05 w-smt-motivo pic x(16).
               05 w-smt-fechas pic 9(2).
       01  w-smt-idx pic 9(3).
       01  w-susp-div-buscar pic 9.
       01  w-susp-jug-buscar pic x(6).
       01  w-susp-fechas-out pic 9(2).
       01  w-flag-susp-vigente pic 9.
      *    Limite de edad por division, el mismo de parcialFutbol: en
      *    anios cumplidos a la fecha de corrida; 0 = division sin
      *    limite. Juveniles (3) admite hasta los 20.
       01  w-edades-limite.
           03 filler pic 99 value zeros.
           03 filler pic 99 value zeros.
           03 filler pic 99 value 21.
           03 filler pic 99 value zeros.
           03 filler pic 99 value zeros.
           03 filler pic 99 value zeros.
           03 filler pic 99 value zeros.
           03 filler pic 99 value zeros.
           03 filler pic 99 value zeros.
       01  w-edades-limite-red redefines w-edades-limite.
           03 w-edad-limite occurs 9 times pic 99.
       01  w-fecha-nac-tope pic 9(8).
       01  w-flag-fuera-edad pic 9.
       01  w-div-actual pic 9 value zero.
       01  w-equ-actual pic 99 value zero.
       01  w-cant-jugadores pic 9(4) value zero.
       01  w-cant-jugadores-omitidos pic 9(4) value zero.
       01  w-tabla-jugadores.
           03 w-jug-tabla occurs 3000 times.
               05 w-jug-division pic 9.
               05 w-jug-equipo pic 99.
               05 w-jug-jugador pic x(6).
       01  w-equipo-listar pic 99.
       01  w-division-listar pic 9.
       01  w-motivo pic x(24).
       01  w-motivo-susp.
           03 filler pic x(11) value "SUSPENDIDO ".
           03 w-motivo-susp-fechas pic z9.
           03 filler pic x(7) value " FECHAS".
       01  w-flag-fecha-impresa pic 9.
       01  w-flag-hay-partidos pic 9 value zero.
       01  w-equ-habilitados pic 9(4).
       01  w-equ-inhabilitados pic 9(4).
       01  w-tot-partidos pic 9(4) value zero.
       01  w-tot-habilitados pic 9(6) value zero.
       01  w-tot-inhabilitados pic 9(6) value zero.
       01  w-tot-suspendidos pic 9(6) value zero.
       01  w-tot-fuera-edad pic 9(6) value zero.
       01  w-tot-sin-padron pic 9(6) value zero.
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
           03 filler pic x(26) value "LISTA DE BUENA FE - FECHA ".
           03 i-nro-fecha-titulo pic z9.
           03 filler pic x(44) value spaces.
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
           03 filler pic x(4) value " VS ".
           03 i-par-visit pic 99.
           03 filler pic x(1) value spaces.
           03 i-par-visit-nombre pic x(15).
           03 filler pic x(56) value spaces.
       01  inf-linea-equipo.
           03 filler pic x(6) value spaces.
           03 filler pic x(8) value "EQUIPO: ".
           03 i-equ-codigo pic 99.
           03 filler pic x(1) value spaces.
           03 i-equ-nombre pic x(15).
           03 filler pic x(68) value spaces.
       01  inf-cabecera-jugadores.
           03 filler pic x(8) value spaces.
           03 filler pic x(6) value "JUGAD.".
           03 filler pic x(2) value spaces.
           03 filler pic x(30) value "NOMBRE".
           03 filler pic x(2) value spaces.
           03 filler pic x(3) value "CAM".
           03 filler pic x(1) value spaces.
           03 filler pic x(10) value "POSICION".
           03 filler pic x(2) value spaces.
           03 filler pic x(12) value "ESTADO".
           03 filler pic x(2) value spaces.
           03 filler pic x(22) value "MOTIVO".
       01  inf-linea-jugador.
           03 filler pic x(8) value spaces.
           03 i-jug-codigo pic x(6).
           03 filler pic x(2) value spaces.
           03 i-jug-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 i-jug-camiseta pic zz9 blank when zero.
           03 filler pic x(1) value spaces.
           03 i-jug-posicion pic x(10).
           03 filler pic x(2) value spaces.
           03 i-jug-estado pic x(12).
           03 filler pic x(2) value spaces.
           03 i-jug-motivo pic x(22).
       01  inf-sin-plantel.
           03 filler pic x(8) value spaces.
           03 filler pic x(22) value "SIN PLANTEL REGISTRADO".
           03 filler pic x(70) value spaces.
       01  inf-totales-equipo.
           03 filler pic x(8) value spaces.
           03 filler pic x(13) value "HABILITADOS: ".
           03 i-teq-habilitados pic zzz9.
           03 filler pic x(17) value "  INHABILITADOS: ".
           03 i-teq-inhabilitados pic zzz9.
           03 filler pic x(54) value spaces.
       01  inf-sin-partidos.
           03 filler pic x(2) value spaces.
           03 filler pic x(39) value
               "NO HAY PARTIDOS PROGRAMADOS EN LA FECHA".
           03 filler pic x(59) value spaces.
       01  inf-omitidos.
           03 filler pic x(2) value spaces.
           03 filler pic x(34) value
               "REGISTROS OMITIDOS POR CAPACIDAD  ".
           03 filler pic x(5) value "FIX: ".
           03 i-omit-fixture pic 9(4).
           03 filler pic x(7) value "  JUG: ".
           03 i-omit-jugadores pic 9(4).
           03 filler pic x(7) value "  PAD: ".
           03 i-omit-padron pic 9(4).
           03 filler pic x(7) value "  PAS: ".
           03 i-omit-pases pic 9(4).
           03 filler pic x(7) value "  SUS: ".
           03 i-omit-susp pic 9(4).
           03 filler pic x(11) value spaces.
       01  inf-totales.
           03 filler pic x(11) value "PARTIDOS: ".
           03 i-tot-partidos pic zzz9.
           03 filler pic x(15) value "  HABILITADOS: ".
           03 i-tot-habilitados pic zzzzz9.
           03 filler pic x(17) value "  INHABILITADOS: ".
           03 i-tot-inhabilitados pic zzzzz9.
           03 filler pic x(41) value spaces.
       01  inf-totales-motivos.
           03 filler pic x(14) value "SUSPENDIDOS: ".
           03 i-tot-suspendidos pic zzzzz9.
           03 filler pic x(16) value "  EXCEDEN EDAD: ".
           03 i-tot-fuera-edad pic zzzzz9.
           03 filler pic x(16) value "  SIN PADRON: ".
           03 i-tot-sin-padron pic zzzzz9.
           03 filler pic x(36) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-linea-comando FROM COMMAND-LINE.
           UNSTRING w-linea-comando DELIMITED BY ALL SPACE
               INTO w-parm-a.
           ACCEPT w-fecha-corrida FROM DATE YYYYMMDD.
           PERFORM 050-VALIDAR-PARAMETROS.
           IF w-flag-parm-invalido IS NOT EQUAL 1
               PERFORM 150-CARGAR-EQUIPOS
               PERFORM 200-CARGAR-FIXTURE
               PERFORM 210-DETERMINAR-FECHA
               PERFORM 100-INICIO
               PERFORM 250-CARGAR-PADRON
               PERFORM 260-CARGAR-SUSPENDIDOS
               PERFORM 270-CARGAR-PASES
               PERFORM 300-CARGAR-JUGADORES
               PERFORM 400-INFORMAR-FECHA
               PERFORM 600-FIN
           END-IF.
           STOP RUN.

       050-VALIDAR-PARAMETROS.
      *    La fecha es opcional; si viene, numerica y distinta de cero.
           IF w-parm-a IS NOT EQUAL SPACES
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
               IF w-fecha-pedida IS EQUAL ZERO
                   MOVE 1 TO w-flag-parm-invalido
               END-IF
           END-IF.
           IF w-flag-parm-invalido IS EQUAL 1
               DISPLAY "USO: [<FECHA>]"
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
                           IF fix-fecha < w-primera-fecha-fixture
                               MOVE fix-fecha TO
                                   w-primera-fecha-fixture
                           END-IF
                       ELSE
                           ADD 1 TO w-cant-fixture-omitidos
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FIXTURE.

       210-DETERMINAR-FECHA.
      *    Sin parametro, la proxima fecha es la siguiente a la ultima
      *    con resultados cargados; sin resultados todavia, la primera
      *    del fixture.
           IF w-fecha-pedida IS EQUAL ZERO
               OPEN INPUT PARTIDOS
               PERFORM UNTIL w-flag-partidos IS EQUAL 1
                   READ PARTIDOS
                       AT END MOVE 1 TO w-flag-partidos
                       NOT AT END
                           IF par-fecha > w-ultima-fecha-jugada
                               MOVE par-fecha TO w-ultima-fecha-jugada
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTIDOS
               IF w-ultima-fecha-jugada IS EQUAL ZERO
                   MOVE w-primera-fecha-fixture TO w-fecha-pedida
               ELSE
                   IF w-ultima-fecha-jugada < 99
                       COMPUTE w-fecha-pedida =
                           w-ultima-fecha-jugada + 1
                   ELSE
                       MOVE 99 TO w-fecha-pedida
                   END-IF
               END-IF
           END-IF.

       250-CARGAR-PADRON.
           OPEN INPUT PADRON.
           PERFORM UNTIL w-flag-padron IS EQUAL 1
               READ PADRON
                   AT END MOVE 1 TO w-flag-padron
                   NOT AT END
                       IF w-cant-padron < 2000
                           ADD 1 TO w-cant-padron
                           MOVE pad-reg TO w-pad-tabla(w-cant-padron)
                       ELSE
                           ADD 1 TO w-cant-padron-omitidos
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PADRON.

       260-CARGAR-SUSPENDIDOS.
      *    Maestro de fechas por cumplir que dejo la ultima corrida de
      *    parcialFutbol.
           OPEN INPUT SUSPENDIDOS.
           PERFORM UNTIL w-flag-susp IS EQUAL 1
               READ SUSPENDIDOS
                   AT END MOVE 1 TO w-flag-susp
                   NOT AT END
                       IF w-cant-susp-mast < 300
                           ADD 1 TO w-cant-susp-mast
                           MOVE sus-reg TO w-smt-tabla(w-cant-susp-mast)
                       ELSE
                           ADD 1 TO w-cant-susp-mast-omitidas
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENDIDOS.

       270-CARGAR-PASES.
           OPEN INPUT PASES.
           PERFORM UNTIL w-flag-pases IS EQUAL 1
               READ PASES
                   AT END MOVE 1 TO w-flag-pases
                   NOT AT END
                       IF w-cant-pases < 500
                           ADD 1 TO w-cant-pases
                           MOVE pas-reg TO w-pas-tabla(w-cant-pases)
                       ELSE
                           ADD 1 TO w-cant-pases-omitidos
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PASES.

      ******* PLANTELES CON PASES APLICADOS ***********************************
       300-CARGAR-JUGADORES.
      *    Cada detalle queda bajo el equipo al que lo lleva el pase
      *    vigente a la fecha de corrida, con la misma regla que
      *    180-REKEY-EQUIPO de parcialFutbol.
           OPEN INPUT JUGADORES.
           PERFORM UNTIL w-flag-jugadores IS EQUAL 1
               READ JUGADORES
                   AT END MOVE 1 TO w-flag-jugadores
                   NOT AT END
                       IF jug-cab-tiporeg IS EQUAL 1
                           MOVE jug-cab-div TO w-div-actual
                           MOVE jug-cab-equ TO w-equ-actual
                       ELSE
                           PERFORM 310-AGREGAR-JUGADOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JUGADORES.

       310-AGREGAR-JUGADOR.
           IF w-cant-jugadores < 3000
               ADD 1 TO w-cant-jugadores
               MOVE w-div-actual TO w-pase-division-in
               MOVE w-equ-actual TO w-pase-equipo-in
               MOVE jug-det-jug TO w-pase-jugador-in
               PERFORM 320-REKEY-EQUIPO
               MOVE w-div-actual TO w-jug-division(w-cant-jugadores)
               MOVE w-pase-equipo-out TO w-jug-equipo(w-cant-jugadores)
               MOVE jug-det-jug TO w-jug-jugador(w-cant-jugadores)
           ELSE
               ADD 1 TO w-cant-jugadores-omitidos
           END-IF.

       320-REKEY-EQUIPO.
           MOVE w-pase-equipo-in TO w-pase-equipo-out.
           MOVE ZERO TO w-flag-pase-encontrado.
           PERFORM VARYING w-k FROM 1 BY 1
                   UNTIL w-k > w-cant-pases
                   OR w-flag-pase-encontrado IS EQUAL 1
               IF w-pas-division(w-k) IS EQUAL w-pase-division-in
                   AND w-pas-origen(w-k) IS EQUAL w-pase-equipo-in
                   AND w-pas-jugador(w-k) IS EQUAL w-pase-jugador-in
                   AND w-pas-fecha(w-k) IS NOT GREATER THAN
                       w-fecha-corrida
                   MOVE w-pas-destino(w-k) TO w-pase-equipo-out
                   MOVE 1 TO w-flag-pase-encontrado
               END-IF
           END-PERFORM.

      ******* CONTROLES DE HABILITACION ***************************************
       350-BUSCAR-PADRON.
           MOVE ZERO TO w-padron-pos.
           PERFORM VARYING w-m FROM 1 BY 1
                   UNTIL w-m > w-cant-padron OR w-padron-pos > 0
               IF w-pad-jugador(w-m) IS EQUAL w-padron-jugador-in
                   MOVE w-m TO w-padron-pos
               END-IF
           END-PERFORM.

       360-BUSCAR-SUSPENSION.
      *    La suspension sigue al jugador aunque un pase lo cambie de
      *    equipo: la busqueda es por division y jugador.
           MOVE ZERO TO w-flag-susp-vigente.
           MOVE ZERO TO w-susp-fechas-out.
           PERFORM VARYING w-smt-idx FROM 1 BY 1
                   UNTIL w-smt-idx > w-cant-susp-mast
                   OR w-flag-susp-vigente IS EQUAL 1
               IF w-smt-division(w-smt-idx)
                       IS EQUAL w-susp-div-buscar
                   AND w-smt-jugador(w-smt-idx)
                       IS EQUAL w-susp-jug-buscar
                   AND w-smt-fechas(w-smt-idx) > 0
                   MOVE 1 TO w-flag-susp-vigente
                   MOVE w-smt-fechas(w-smt-idx) TO w-susp-fechas-out
               END-IF
           END-PERFORM.

       370-CONTROLAR-EDAD.
      *    Quien nacio en o antes de la fecha de corrida menos el
      *    limite de la division ya cumplio la edad limite.
           MOVE ZERO TO w-flag-fuera-edad.
           IF w-division-listar > 0
               AND w-edad-limite(w-division-listar) > 0
               AND w-padron-pos > 0
               COMPUTE w-fecha-nac-tope = w-fecha-corrida
                   - w-edad-limite(w-division-listar) * 10000
               IF w-pad-fecha-nac(w-padron-pos)
                       IS NOT GREATER w-fecha-nac-tope
                   MOVE 1 TO w-flag-fuera-edad
               END-IF
           END-IF.

      ******* LISTA DE LA FECHA ***********************************************
       400-INFORMAR-FECHA.
      *    Partidos de la fecha en el orden del fixture, agrupados por
      *    division; para cada partido, el local y despues el
      *    visitante.
           PERFORM VARYING w-d FROM 1 BY 1 UNTIL w-d > 9
               MOVE ZERO TO w-flag-fecha-impresa
               PERFORM VARYING w-i FROM 1 BY 1
                       UNTIL w-i > w-cant-fixture
                   IF w-fix-division(w-i) IS EQUAL w-d
                       AND w-fix-fecha(w-i) IS EQUAL w-fecha-pedida
                       PERFORM 410-INFORMAR-PARTIDO
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF w-flag-hay-partidos IS NOT EQUAL 1
               WRITE inf-reg FROM inf-sin-partidos
           END-IF.

       410-INFORMAR-PARTIDO.
           MOVE 1 TO w-flag-hay-partidos.
           ADD 1 TO w-tot-partidos.
           IF w-flag-fecha-impresa IS NOT EQUAL 1
               MOVE 1 TO w-flag-fecha-impresa
               MOVE w-d TO w-division-para-nombre
               PERFORM 590-NOMBRE-DIVISION
               MOVE w-nombre-division TO i-div-nombre
               WRITE inf-reg FROM inf-linea-division
           END-IF.
           MOVE w-fix-local(w-i) TO i-par-local.
           MOVE w-equ-nombre(w-fix-local(w-i) + 1) TO
               i-par-local-nombre.
           MOVE w-fix-visit(w-i) TO i-par-visit.
           MOVE w-equ-nombre(w-fix-visit(w-i) + 1) TO
               i-par-visit-nombre.
           WRITE inf-reg FROM inf-linea-partido.
           MOVE w-d TO w-division-listar.
           MOVE w-fix-local(w-i) TO w-equipo-listar.
           PERFORM 420-INFORMAR-EQUIPO.
           MOVE w-fix-visit(w-i) TO w-equipo-listar.
           PERFORM 420-INFORMAR-EQUIPO.

       420-INFORMAR-EQUIPO.
           MOVE w-equipo-listar TO i-equ-codigo.
           MOVE w-equ-nombre(w-equipo-listar + 1) TO i-equ-nombre.
           WRITE inf-reg FROM inf-linea-equipo.
           WRITE inf-reg FROM inf-cabecera-jugadores.
           MOVE ZERO TO w-equ-habilitados.
           MOVE ZERO TO w-equ-inhabilitados.
           PERFORM VARYING w-j FROM 1 BY 1
                   UNTIL w-j > w-cant-jugadores
               IF w-jug-division(w-j) IS EQUAL w-division-listar
                   AND w-jug-equipo(w-j) IS EQUAL w-equipo-listar
                   PERFORM 430-INFORMAR-JUGADOR
               END-IF
           END-PERFORM.
           IF w-equ-habilitados IS EQUAL ZERO
               AND w-equ-inhabilitados IS EQUAL ZERO
               WRITE inf-reg FROM inf-sin-plantel
           ELSE
               MOVE w-equ-habilitados TO i-teq-habilitados
               MOVE w-equ-inhabilitados TO i-teq-inhabilitados
               WRITE inf-reg FROM inf-totales-equipo
           END-IF.

       430-INFORMAR-JUGADOR.
      *    Un solo motivo por jugador: la suspension pendiente primero,
      *    despues la falta en el padron y por ultimo la edad, que solo
      *    se puede controlar con la fecha de nacimiento del padron.
           MOVE w-jug-jugador(w-j) TO i-jug-codigo.
           MOVE w-jug-jugador(w-j) TO w-padron-jugador-in.
           PERFORM 350-BUSCAR-PADRON.
           IF w-padron-pos > 0
               MOVE w-pad-nombre(w-padron-pos) TO i-jug-nombre
               MOVE w-pad-camiseta(w-padron-pos) TO i-jug-camiseta
               MOVE w-pad-posicion(w-padron-pos) TO i-jug-posicion
           ELSE
               MOVE "NO REGISTRADO" TO i-jug-nombre
               MOVE ZERO TO i-jug-camiseta
               MOVE SPACES TO i-jug-posicion
           END-IF.
           MOVE w-division-listar TO w-susp-div-buscar.
           MOVE w-jug-jugador(w-j) TO w-susp-jug-buscar.
           PERFORM 360-BUSCAR-SUSPENSION.
           PERFORM 370-CONTROLAR-EDAD.
           MOVE SPACES TO w-motivo.
           EVALUATE TRUE
               WHEN w-flag-susp-vigente IS EQUAL 1
                   MOVE w-susp-fechas-out TO w-motivo-susp-fechas
                   MOVE w-motivo-susp TO w-motivo
                   ADD 1 TO w-tot-suspendidos
               WHEN w-padron-pos IS EQUAL ZERO
                   MOVE "NO ESTA EN PADRON" TO w-motivo
                   ADD 1 TO w-tot-sin-padron
               WHEN w-flag-fuera-edad IS EQUAL 1
                   MOVE "EXCEDE EDAD DIVISION" TO w-motivo
                   ADD 1 TO w-tot-fuera-edad
           END-EVALUATE.
           IF w-motivo IS EQUAL SPACES
               MOVE "HABILITADO" TO i-jug-estado
               ADD 1 TO w-equ-habilitados
               ADD 1 TO w-tot-habilitados
           ELSE
               MOVE "INHABILITADO" TO i-jug-estado
               ADD 1 TO w-equ-inhabilitados
               ADD 1 TO w-tot-inhabilitados
           END-IF.
           MOVE w-motivo TO i-jug-motivo.
           WRITE inf-reg FROM inf-linea-jugador.

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
               OR w-cant-jugadores-omitidos > 0
               OR w-cant-padron-omitidos > 0
               OR w-cant-pases-omitidos > 0
               OR w-cant-susp-mast-omitidas > 0
               MOVE w-cant-fixture-omitidos TO i-omit-fixture
               MOVE w-cant-jugadores-omitidos TO i-omit-jugadores
               MOVE w-cant-padron-omitidos TO i-omit-padron
               MOVE w-cant-pases-omitidos TO i-omit-pases
               MOVE w-cant-susp-mast-omitidas TO i-omit-susp
               WRITE inf-reg FROM inf-omitidos
           END-IF.
           MOVE w-tot-partidos TO i-tot-partidos.
           MOVE w-tot-habilitados TO i-tot-habilitados.
           MOVE w-tot-inhabilitados TO i-tot-inhabilitados.
           WRITE inf-reg FROM inf-totales.
           MOVE w-tot-suspendidos TO i-tot-suspendidos.
           MOVE w-tot-fuera-edad TO i-tot-fuera-edad.
           MOVE w-tot-sin-padron TO i-tot-sin-padron.
           WRITE inf-reg FROM inf-totales-motivos.
           WRITE inf-reg FROM inf-guarda.
           CLOSE INFORME.

       END PROGRAM LISTA-BUENA-FE.
