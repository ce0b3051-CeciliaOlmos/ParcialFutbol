      ******************************************************************
      * Author:
      * Date:
      * Purpose: Auditoria de integridad de los maestros en reposo.
      *          Cruza los maestros entre si, fuera de las corridas,
      *          e informa: un jugador bajo dos equipos de la misma
      *          division en jugadores.dat; claves de jugadoresIdx.dat
      *          que no estan en jugadores.dat o con goles distintos
      *          (y detalles del maestro que faltan en el indice); el
      *          total de goles del maestro por jugador contra la suma
      *          de his-goles de historico.dat (un his-signo "-"
      *          resta); filas de sanciones.dat y suspendidos.dat de
      *          jugadores que no estan en el padron o en ningun
      *          equipo; y codigos de equipo usados en los maestros que
      *          no existen en equipo.dat. Con alguna diferencia
      *          devuelve RETURN-CODE 8, para retener la CONSOLIDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITA-MAESTROS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JUGADORES
           ASSIGN TO
           "..\jugadores.dat"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL JUGADORES-IDX
           ASSIGN TO
           "..\jugadoresIdx.dat"
           ORGANIZATION is INDEXED
           ACCESS is DYNAMIC
           RECORD KEY is jix-clave.
           SELECT EQUIPOS
           ASSIGN TO
           "..\equipo.dat"
           ORGANIZATION is line sequential.
           SELECT PADRON
           ASSIGN TO
           "..\padron.dat"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL HISTORICO
           ASSIGN TO
           "..\historico.dat"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL SANCIONES
           ASSIGN TO
           "..\sanciones.dat"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL SUSPENDIDOS
           ASSIGN TO
           "..\suspendidos.dat"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL PARTIDOS
           ASSIGN TO
           "..\partidos.dat"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL MULTAS-SALDOS
           ASSIGN TO
           "..\multasSaldos.dat"
           ORGANIZATION is line sequential.
           SELECT INFORME
           ASSIGN TO
           "..\impAuditoria.dat"
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

       FD  JUGADORES-IDX.
       01  jix-reg.
           03 jix-clave.
               05 jix-division pic 9.
               05 jix-equipo pic 99.
               05 jix-jugador pic x(6).
           03 jix-goles pic 9(8).

       FD  EQUIPOS.
       01  equ-reg.
           03 equ-cod pic 9(2).
           03 equ-nombre pic x(15).

       FD  PADRON.
       01  pad-reg.
           03 pad-jugador pic x(6).
           03 pad-nombre pic x(30).
           03 pad-fecha-nac pic 9(8).
           03 pad-posicion pic x(10).
           03 pad-camiseta pic 9(2).

       FD  HISTORICO.
       01  his-reg.
           03 his-division pic 9.
           03 his-fecha pic 9(2).
           03 his-equipo pic 99.
           03 his-jugador pic x(6).
           03 his-goles pic 9(2).
           03 his-signo pic x(1).
               88 his-ajuste-negativo value "-".

       FD  SANCIONES.
       01  san-reg.
           03 san-division pic 9.
           03 san-equipo pic 99.
           03 san-jugador pic x(6).
           03 san-amar-sanc pic 9(6).
           03 san-rojas-sanc pic 9(6).
           03 san-amar-anul pic 9(6).
           03 san-rojas-anul pic 9(6).

       FD  SUSPENDIDOS.
       01  sus-reg.
           03 sus-division pic 9.
           03 sus-equipo pic 99.
           03 sus-jugador pic x(6).
           03 sus-motivo pic x(16).
           03 sus-fechas pic 9(2).

       FD  PARTIDOS.
       01  par-reg.
           03 par-division pic 9.
           03 par-fecha pic 9(2).
           03 par-equipo-local pic 99.
           03 par-equipo-visit pic 99.
           03 par-goles-local pic 9(2).
           03 par-goles-visit pic 9(2).

       FD  MULTAS-SALDOS.
       01  msa-reg.
           03 msa-equipo pic 99.
           03 msa-saldo pic s9(9)v99 sign leading separate.
           03 msa-amar-cobradas pic 9(6).
           03 msa-rojas-cobradas pic 9(6).

       FD  INFORME.
       01  inf-reg pic x(100).

       WORKING-STORAGE SECTION.
       01  w-flag-jugadores pic 9 value zero.
       01  w-flag-idx pic 9 value zero.
       01  w-flag-equipo pic 9 value zero.
       01  w-flag-padron pic 9 value zero.
       01  w-flag-historico pic 9 value zero.
       01  w-flag-sanciones pic 9 value zero.
       01  w-flag-suspendidos pic 9 value zero.
       01  w-flag-partidos pic 9 value zero.
       01  w-flag-multas pic 9 value zero.
       01  w-fecha-corrida pic 9(8) value zero.
       01  w-i pic 9(4).
       01  w-j pic 9(4).
       01  w-k pic 9(4).
       01  w-e pic 9(3).
       01  w-a pic 9.
       01  w-div-actual pic 9 value zero.
       01  w-equ-actual pic 99 value zero.
       01  w-tabla-equipos.
           03 w-existe-equipo occurs 100 times pic 9.
      *    Veces que cada maestro usa cada codigo de equipo, para el
      *    control contra equipo.dat (indice = codigo + 1).
       01  w-tabla-uso-equipos.
           03 w-uso-equipo occurs 100 times.
               05 w-uso-archivo occurs 7 times pic 9(6).
       01  w-archivos-maestros.
           03 filler pic x(12) value "jugadores".
           03 filler pic x(12) value "jugadoresIdx".
           03 filler pic x(12) value "historico".
           03 filler pic x(12) value "sanciones".
           03 filler pic x(12) value "suspendidos".
           03 filler pic x(12) value "partidos".
           03 filler pic x(12) value "multasSaldos".
       01  w-archivos-maestros-r redefines w-archivos-maestros.
           03 w-archivo-maestro occurs 7 times pic x(12).
       01  w-uso-archivo-in pic 9.
       01  w-uso-equipo-in pic 99.
       01  w-cant-padron pic 9(4) value zero.
       01  w-cant-padron-omitidos pic 9(4) value zero.
       01  w-tabla-padron.
           03 w-pad-jugador occurs 2000 times pic x(6).
       01  w-flag-en-padron pic 9.
       01  w-cant-jugadores pic 9(4) value zero.
       01  w-cant-jugadores-omitidos pic 9(4) value zero.
       01  w-tabla-jugadores.
           03 w-jug-tabla occurs 3000 times.
               05 w-jug-division pic 9.
               05 w-jug-equipo pic 99.
               05 w-jug-jugador pic x(6).
               05 w-jug-goles pic 9(8).
               05 w-jug-en-idx pic 9.
       01  w-jug-pos pic 9(4).
      *    Goles por division y jugador: el historico guarda el equipo
      *    de cada fecha y un pase posterior mueve al jugador en el
      *    maestro, asi que la comparacion no usa el equipo.
       01  w-cant-goles pic 9(4) value zero.
       01  w-cant-goles-omitidos pic 9(4) value zero.
       01  w-tabla-goles.
           03 w-gol-tabla occurs 3000 times.
               05 w-gol-division pic 9.
               05 w-gol-jugador pic x(6).
               05 w-gol-equipo pic 99.
               05 w-gol-master pic s9(9).
               05 w-gol-historico pic s9(9).
       01  w-gol-pos pic 9(4).
       01  w-gol-division-in pic 9.
       01  w-gol-jugador-in pic x(6).
       01  w-gol-equipo-in pic 99.
       01  w-dif-duplicados pic 9(6) value zero.
       01  w-dif-indice pic 9(6) value zero.
       01  w-dif-historico pic 9(6) value zero.
       01  w-dif-sanciones pic 9(6) value zero.
       01  w-dif-equipos pic 9(6) value zero.
       01  w-dif-total pic 9(6) value zero.
       01  w-dif-seccion pic 9(6).

      ****** lineas del informe ***********************************************
       01  inf-guarda.
           03 filler pic x(80) value all "*".
           03 filler pic x(20) value spaces.
       01  inf-titulo.
           03 filler pic x(10) value "Fecha: ".
           03 i-fecha pic 9(8).
           03 filler pic x(10) value spaces.
           03 filler pic x(37) value
               "AUDITORIA DE INTEGRIDAD DE MAESTROS".
           03 filler pic x(35) value spaces.
       01  inf-seccion.
           03 i-sec-texto pic x(50).
           03 filler pic x(50) value spaces.
       01  inf-linea-dif.
           03 filler pic x(2) value spaces.
           03 i-dif-archivo pic x(12).
           03 filler pic x(6) value " DIV: ".
           03 i-dif-division pic 9.
           03 filler pic x(5) value " EQ: ".
           03 i-dif-equipo pic 99.
           03 filler pic x(6) value " JUG: ".
           03 i-dif-jugador pic x(6).
           03 filler pic x(2) value spaces.
           03 i-dif-observ pic x(28).
           03 filler pic x(1) value spaces.
           03 i-dif-dato1 pic x(10).
           03 filler pic x(1) value spaces.
           03 i-dif-dato2 pic x(10).
           03 filler pic x(8) value spaces.
       01  i-dif-numero pic -(9)9.
       01  inf-linea-equipo.
           03 filler pic x(2) value spaces.
           03 i-eqi-archivo pic x(12).
           03 filler pic x(10) value "  EQUIPO: ".
           03 i-eqi-equipo pic 99.
           03 filler pic x(32) value
               "  NO EXISTE EN equipo.dat  USOS:".
           03 i-eqi-usos pic zzzzz9.
           03 filler pic x(36) value spaces.
       01  inf-sin-diferencias.
           03 filler pic x(2) value spaces.
           03 filler pic x(16) value "SIN DIFERENCIAS".
           03 filler pic x(82) value spaces.
       01  inf-omitidos.
           03 filler pic x(2) value spaces.
           03 filler pic x(34) value
               "REGISTROS OMITIDOS POR CAPACIDAD  ".
           03 filler pic x(5) value "JUG: ".
           03 i-omit-jugadores pic 9(4).
           03 filler pic x(7) value "  PAD: ".
           03 i-omit-padron pic 9(4).
           03 filler pic x(7) value "  GOL: ".
           03 i-omit-goles pic 9(4).
           03 filler pic x(35) value spaces.
       01  inf-totales.
           03 filler pic x(14) value "DIFERENCIAS  ".
           03 filler pic x(7) value "DUPL: ".
           03 i-tot-duplicados pic zzzzz9.
           03 filler pic x(7) value "  IDX: ".
           03 i-tot-indice pic zzzzz9.
           03 filler pic x(7) value "  HIS: ".
           03 i-tot-historico pic zzzzz9.
           03 filler pic x(7) value "  SAN: ".
           03 i-tot-sanciones pic zzzzz9.
           03 filler pic x(7) value "  EQU: ".
           03 i-tot-equipos pic zzzzz9.
           03 filler pic x(9) value "  TOTAL: ".
           03 i-tot-total pic zzzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-corrida FROM DATE YYYYMMDD.
           PERFORM 100-INICIO.
           PERFORM 150-CARGAR-EQUIPOS.
           PERFORM 160-CARGAR-PADRON.
           PERFORM 200-CARGAR-JUGADORES.
           PERFORM 300-CONTROLAR-DUPLICADOS.
           PERFORM 400-CONTROLAR-INDICE.
           PERFORM 500-CONTROLAR-HISTORICO.
           PERFORM 600-CONTROLAR-SANCIONES.
           PERFORM 700-CONTROLAR-EQUIPOS.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           OPEN OUTPUT INFORME.
           MOVE w-fecha-corrida TO i-fecha.
           WRITE inf-reg FROM inf-guarda.
           WRITE inf-reg FROM inf-titulo.
           WRITE inf-reg FROM inf-guarda.
           PERFORM VARYING w-e FROM 1 BY 1 UNTIL w-e > 100
               MOVE ZERO TO w-existe-equipo(w-e)
               PERFORM VARYING w-a FROM 1 BY 1 UNTIL w-a > 7
                   MOVE ZERO TO w-uso-archivo(w-e, w-a)
               END-PERFORM
           END-PERFORM.

      ******* CARGA DE MAESTROS ***********************************************
       150-CARGAR-EQUIPOS.
           OPEN INPUT EQUIPOS.
           PERFORM UNTIL w-flag-equipo IS EQUAL 1
               READ EQUIPOS
                   AT END MOVE 1 TO w-flag-equipo
                   NOT AT END MOVE 1 TO w-existe-equipo(equ-cod + 1)
               END-READ
           END-PERFORM.
           CLOSE EQUIPOS.

       160-CARGAR-PADRON.
           OPEN INPUT PADRON.
           PERFORM UNTIL w-flag-padron IS EQUAL 1
               READ PADRON
                   AT END MOVE 1 TO w-flag-padron
                   NOT AT END
                       IF w-cant-padron < 2000
                           ADD 1 TO w-cant-padron
                           MOVE pad-jugador
                               TO w-pad-jugador(w-cant-padron)
                       ELSE
                           ADD 1 TO w-cant-padron-omitidos
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PADRON.

       170-BUSCAR-PADRON.
           MOVE ZERO TO w-flag-en-padron.
           PERFORM VARYING w-k FROM 1 BY 1
                   UNTIL w-k > w-cant-padron OR w-flag-en-padron = 1
               IF w-pad-jugador(w-k) IS EQUAL w-gol-jugador-in
                   MOVE 1 TO w-flag-en-padron
               END-IF
           END-PERFORM.

       180-REGISTRAR-USO-EQUIPO.
           ADD 1 TO
               w-uso-archivo(w-uso-equipo-in + 1, w-uso-archivo-in).

       200-CARGAR-JUGADORES.
           MOVE 1 TO w-uso-archivo-in.
           OPEN INPUT JUGADORES.
           PERFORM UNTIL w-flag-jugadores IS EQUAL 1
               READ JUGADORES
                   AT END MOVE 1 TO w-flag-jugadores
                   NOT AT END
                       IF jug-cab-tiporeg IS EQUAL 1
                           MOVE jug-cab-div TO w-div-actual
                           MOVE jug-cab-equ TO w-equ-actual
                           MOVE jug-cab-equ TO w-uso-equipo-in
                           PERFORM 180-REGISTRAR-USO-EQUIPO
                       ELSE
                           PERFORM 210-AGREGAR-JUGADOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JUGADORES.

       210-AGREGAR-JUGADOR.
           IF w-cant-jugadores < 3000
               ADD 1 TO w-cant-jugadores
               MOVE w-div-actual TO w-jug-division(w-cant-jugadores)
               MOVE w-equ-actual TO w-jug-equipo(w-cant-jugadores)
               MOVE jug-det-jug TO w-jug-jugador(w-cant-jugadores)
               MOVE jug-det-goles TO w-jug-goles(w-cant-jugadores)
               MOVE ZERO TO w-jug-en-idx(w-cant-jugadores)
               MOVE w-div-actual TO w-gol-division-in
               MOVE jug-det-jug TO w-gol-jugador-in
               MOVE w-equ-actual TO w-gol-equipo-in
               PERFORM 250-UBICAR-GOLES
               IF w-gol-pos > 0
                   ADD jug-det-goles TO w-gol-master(w-gol-pos)
               END-IF
           ELSE
               ADD 1 TO w-cant-jugadores-omitidos
           END-IF.

       250-UBICAR-GOLES.
      *    Busca la division y jugador en la tabla de goles y, si no
      *    esta, lo agrega en cero; w-gol-pos queda en cero solo si la
      *    tabla esta llena.
           MOVE ZERO TO w-gol-pos.
           PERFORM VARYING w-k FROM 1 BY 1
                   UNTIL w-k > w-cant-goles OR w-gol-pos > 0
               IF w-gol-division(w-k) IS EQUAL w-gol-division-in
                   AND w-gol-jugador(w-k) IS EQUAL w-gol-jugador-in
                   MOVE w-k TO w-gol-pos
               END-IF
           END-PERFORM.
           IF w-gol-pos IS EQUAL ZERO
               IF w-cant-goles < 3000
                   ADD 1 TO w-cant-goles
                   MOVE w-cant-goles TO w-gol-pos
                   MOVE w-gol-division-in TO w-gol-division(w-gol-pos)
                   MOVE w-gol-jugador-in TO w-gol-jugador(w-gol-pos)
                   MOVE w-gol-equipo-in TO w-gol-equipo(w-gol-pos)
                   MOVE ZERO TO w-gol-master(w-gol-pos)
                   MOVE ZERO TO w-gol-historico(w-gol-pos)
               ELSE
                   ADD 1 TO w-cant-goles-omitidos
               END-IF
           END-IF.

      ******* JUGADOR EN DOS EQUIPOS ******************************************
       300-CONTROLAR-DUPLICADOS.
           MOVE "JUGADORES EN MAS DE UN EQUIPO DE LA DIVISION"
               TO i-sec-texto.
           WRITE inf-reg FROM inf-seccion.
           MOVE ZERO TO w-dif-seccion.
           PERFORM VARYING w-i FROM 2 BY 1 UNTIL w-i > w-cant-jugadores
               PERFORM VARYING w-j FROM 1 BY 1 UNTIL w-j >= w-i
                   IF w-jug-division(w-j) IS EQUAL w-jug-division(w-i)
                       AND w-jug-jugador(w-j) IS EQUAL
                           w-jug-jugador(w-i)
                       PERFORM 310-INFORMAR-DUPLICADO
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE w-dif-seccion TO w-dif-duplicados.
           PERFORM 890-CERRAR-SECCION.

       310-INFORMAR-DUPLICADO.
           ADD 1 TO w-dif-seccion.
           MOVE "jugadores" TO i-dif-archivo.
           MOVE w-jug-division(w-i) TO i-dif-division.
           MOVE w-jug-equipo(w-i) TO i-dif-equipo.
           MOVE w-jug-jugador(w-i) TO i-dif-jugador.
           IF w-jug-equipo(w-j) IS EQUAL w-jug-equipo(w-i)
               MOVE "REPETIDO EN EL EQUIPO" TO i-dif-observ
           ELSE
               MOVE "TAMBIEN EN EL EQUIPO" TO i-dif-observ
           END-IF.
           MOVE w-jug-equipo(w-j) TO i-dif-numero.
           MOVE i-dif-numero TO i-dif-dato1.
           MOVE SPACES TO i-dif-dato2.
           WRITE inf-reg FROM inf-linea-dif.

      ******* INDICE CONTRA MAESTRO *******************************************
       400-CONTROLAR-INDICE.
           MOVE "INDICE jugadoresIdx CONTRA EL MAESTRO" TO i-sec-texto.
           WRITE inf-reg FROM inf-seccion.
           MOVE ZERO TO w-dif-seccion.
           MOVE 2 TO w-uso-archivo-in.
           OPEN INPUT JUGADORES-IDX.
           PERFORM UNTIL w-flag-idx IS EQUAL 1
               READ JUGADORES-IDX NEXT RECORD
                   AT END MOVE 1 TO w-flag-idx
                   NOT AT END PERFORM 410-CONTROLAR-CLAVE
               END-READ
           END-PERFORM.
           CLOSE JUGADORES-IDX.
      *    Lo inverso tambien se informa: un detalle del maestro sin
      *    clave en el indice no aparece en la consulta puntual.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-jugadores
               IF w-jug-en-idx(w-i) IS EQUAL ZERO
                   ADD 1 TO w-dif-seccion
                   MOVE "jugadores" TO i-dif-archivo
                   MOVE w-jug-division(w-i) TO i-dif-division
                   MOVE w-jug-equipo(w-i) TO i-dif-equipo
                   MOVE w-jug-jugador(w-i) TO i-dif-jugador
                   MOVE "FALTA EN EL INDICE" TO i-dif-observ
                   MOVE w-jug-goles(w-i) TO i-dif-numero
                   MOVE i-dif-numero TO i-dif-dato1
                   MOVE SPACES TO i-dif-dato2
                   WRITE inf-reg FROM inf-linea-dif
               END-IF
           END-PERFORM.
           MOVE w-dif-seccion TO w-dif-indice.
           PERFORM 890-CERRAR-SECCION.

       410-CONTROLAR-CLAVE.
           MOVE jix-equipo TO w-uso-equipo-in.
           PERFORM 180-REGISTRAR-USO-EQUIPO.
           MOVE ZERO TO w-jug-pos.
           PERFORM VARYING w-k FROM 1 BY 1
                   UNTIL w-k > w-cant-jugadores OR w-jug-pos > 0
               IF w-jug-division(w-k) IS EQUAL jix-division
                   AND w-jug-equipo(w-k) IS EQUAL jix-equipo
                   AND w-jug-jugador(w-k) IS EQUAL jix-jugador
                   AND w-jug-en-idx(w-k) IS EQUAL ZERO
                   MOVE w-k TO w-jug-pos
               END-IF
           END-PERFORM.
           MOVE "jugadoresIdx" TO i-dif-archivo.
           MOVE jix-division TO i-dif-division.
           MOVE jix-equipo TO i-dif-equipo.
           MOVE jix-jugador TO i-dif-jugador.
           MOVE jix-goles TO i-dif-numero.
           MOVE i-dif-numero TO i-dif-dato1.
           MOVE SPACES TO i-dif-dato2.
           IF w-jug-pos IS EQUAL ZERO
               ADD 1 TO w-dif-seccion
               MOVE "CLAVE QUE NO ESTA EN MAESTRO" TO i-dif-observ
               WRITE inf-reg FROM inf-linea-dif
           ELSE
               MOVE 1 TO w-jug-en-idx(w-jug-pos)
               IF jix-goles IS NOT EQUAL w-jug-goles(w-jug-pos)
                   ADD 1 TO w-dif-seccion
                   MOVE "GOLES INDICE / MAESTRO" TO i-dif-observ
                   MOVE w-jug-goles(w-jug-pos) TO i-dif-numero
                   MOVE i-dif-numero TO i-dif-dato2
                   WRITE inf-reg FROM inf-linea-dif
               END-IF
           END-IF.

      ******* GOLES DEL MAESTRO CONTRA HISTORICO ******************************
       500-CONTROLAR-HISTORICO.
           MOVE "GOLES DEL MAESTRO CONTRA HISTORICO" TO i-sec-texto.
           WRITE inf-reg FROM inf-seccion.
           MOVE ZERO TO w-dif-seccion.
           MOVE 3 TO w-uso-archivo-in.
           OPEN INPUT HISTORICO.
           PERFORM UNTIL w-flag-historico IS EQUAL 1
               READ HISTORICO
                   AT END MOVE 1 TO w-flag-historico
                   NOT AT END PERFORM 510-ACUMULAR-HISTORICO
               END-READ
           END-PERFORM.
           CLOSE HISTORICO.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-goles
               IF w-gol-master(w-i) IS NOT EQUAL w-gol-historico(w-i)
                   ADD 1 TO w-dif-seccion
                   MOVE "jugadores" TO i-dif-archivo
                   MOVE w-gol-division(w-i) TO i-dif-division
                   MOVE w-gol-equipo(w-i) TO i-dif-equipo
                   MOVE w-gol-jugador(w-i) TO i-dif-jugador
                   MOVE "GOLES MAESTRO / HISTORICO" TO i-dif-observ
                   MOVE w-gol-master(w-i) TO i-dif-numero
                   MOVE i-dif-numero TO i-dif-dato1
                   MOVE w-gol-historico(w-i) TO i-dif-numero
                   MOVE i-dif-numero TO i-dif-dato2
                   WRITE inf-reg FROM inf-linea-dif
               END-IF
           END-PERFORM.
           MOVE w-dif-seccion TO w-dif-historico.
           PERFORM 890-CERRAR-SECCION.

       510-ACUMULAR-HISTORICO.
           MOVE his-equipo TO w-uso-equipo-in.
           PERFORM 180-REGISTRAR-USO-EQUIPO.
           MOVE his-division TO w-gol-division-in.
           MOVE his-jugador TO w-gol-jugador-in.
           MOVE his-equipo TO w-gol-equipo-in.
           PERFORM 250-UBICAR-GOLES.
           IF w-gol-pos > 0
               IF his-ajuste-negativo
                   SUBTRACT his-goles FROM w-gol-historico(w-gol-pos)
               ELSE
                   ADD his-goles TO w-gol-historico(w-gol-pos)
               END-IF
           END-IF.

      ******* SANCIONES Y SUSPENDIDOS *****************************************
       600-CONTROLAR-SANCIONES.
           MOVE "SANCIONES Y SUSPENDIDOS SIN PADRON O SIN EQUIPO"
               TO i-sec-texto.
           WRITE inf-reg FROM inf-seccion.
           MOVE ZERO TO w-dif-seccion.
           MOVE 4 TO w-uso-archivo-in.
           OPEN INPUT SANCIONES.
           PERFORM UNTIL w-flag-sanciones IS EQUAL 1
               READ SANCIONES
                   AT END MOVE 1 TO w-flag-sanciones
                   NOT AT END
                       MOVE "sanciones" TO i-dif-archivo
                       MOVE san-division TO w-gol-division-in
                       MOVE san-equipo TO w-gol-equipo-in
                       MOVE san-jugador TO w-gol-jugador-in
                       PERFORM 610-CONTROLAR-JUGADOR
               END-READ
           END-PERFORM.
           CLOSE SANCIONES.
           MOVE 5 TO w-uso-archivo-in.
           OPEN INPUT SUSPENDIDOS.
           PERFORM UNTIL w-flag-suspendidos IS EQUAL 1
               READ SUSPENDIDOS
                   AT END MOVE 1 TO w-flag-suspendidos
                   NOT AT END
                       MOVE "suspendidos" TO i-dif-archivo
                       MOVE sus-division TO w-gol-division-in
                       MOVE sus-equipo TO w-gol-equipo-in
                       MOVE sus-jugador TO w-gol-jugador-in
                       PERFORM 610-CONTROLAR-JUGADOR
               END-READ
           END-PERFORM.
           CLOSE SUSPENDIDOS.
           MOVE w-dif-seccion TO w-dif-sanciones.
           PERFORM 890-CERRAR-SECCION.

       610-CONTROLAR-JUGADOR.
      *    "En ningun equipo": el jugador no figura bajo ningun equipo
      *    de esa division en el maestro; un pase ya consolidado lo
      *    deja en otro equipo y eso no es diferencia.
           MOVE w-gol-equipo-in TO w-uso-equipo-in.
           PERFORM 180-REGISTRAR-USO-EQUIPO.
           MOVE w-gol-division-in TO i-dif-division.
           MOVE w-gol-equipo-in TO i-dif-equipo.
           MOVE w-gol-jugador-in TO i-dif-jugador.
           MOVE SPACES TO i-dif-dato1.
           MOVE SPACES TO i-dif-dato2.
           PERFORM 170-BUSCAR-PADRON.
           IF w-flag-en-padron IS NOT EQUAL 1
               ADD 1 TO w-dif-seccion
               MOVE "NO ESTA EN EL PADRON" TO i-dif-observ
               WRITE inf-reg FROM inf-linea-dif
           END-IF.
           MOVE ZERO TO w-jug-pos.
           PERFORM VARYING w-k FROM 1 BY 1
                   UNTIL w-k > w-cant-jugadores OR w-jug-pos > 0
               IF w-jug-division(w-k) IS EQUAL w-gol-division-in
                   AND w-jug-jugador(w-k) IS EQUAL w-gol-jugador-in
                   MOVE w-k TO w-jug-pos
               END-IF
           END-PERFORM.
           IF w-jug-pos IS EQUAL ZERO
               ADD 1 TO w-dif-seccion
               MOVE "NO ESTA EN NINGUN EQUIPO" TO i-dif-observ
               WRITE inf-reg FROM inf-linea-dif
           END-IF.

      ******* CODIGOS DE EQUIPO ***********************************************
       700-CONTROLAR-EQUIPOS.
           MOVE "CODIGOS DE EQUIPO INEXISTENTES EN equipo.dat"
               TO i-sec-texto.
           WRITE inf-reg FROM inf-seccion.
           MOVE ZERO TO w-dif-seccion.
           MOVE 6 TO w-uso-archivo-in.
           OPEN INPUT PARTIDOS.
           PERFORM UNTIL w-flag-partidos IS EQUAL 1
               READ PARTIDOS
                   AT END MOVE 1 TO w-flag-partidos
                   NOT AT END
                       MOVE par-equipo-local TO w-uso-equipo-in
                       PERFORM 180-REGISTRAR-USO-EQUIPO
                       MOVE par-equipo-visit TO w-uso-equipo-in
                       PERFORM 180-REGISTRAR-USO-EQUIPO
               END-READ
           END-PERFORM.
           CLOSE PARTIDOS.
           MOVE 7 TO w-uso-archivo-in.
           OPEN INPUT MULTAS-SALDOS.
           PERFORM UNTIL w-flag-multas IS EQUAL 1
               READ MULTAS-SALDOS
                   AT END MOVE 1 TO w-flag-multas
                   NOT AT END
                       MOVE msa-equipo TO w-uso-equipo-in
                       PERFORM 180-REGISTRAR-USO-EQUIPO
               END-READ
           END-PERFORM.
           CLOSE MULTAS-SALDOS.
           PERFORM VARYING w-a FROM 1 BY 1 UNTIL w-a > 7
               PERFORM VARYING w-e FROM 1 BY 1 UNTIL w-e > 100
                   IF w-uso-archivo(w-e, w-a) > 0
                       AND w-existe-equipo(w-e) IS EQUAL ZERO
                       ADD 1 TO w-dif-seccion
                       MOVE w-archivo-maestro(w-a) TO i-eqi-archivo
                       COMPUTE i-eqi-equipo = w-e - 1
                       MOVE w-uso-archivo(w-e, w-a) TO i-eqi-usos
                       WRITE inf-reg FROM inf-linea-equipo
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE w-dif-seccion TO w-dif-equipos.
           PERFORM 890-CERRAR-SECCION.

       890-CERRAR-SECCION.
           IF w-dif-seccion IS EQUAL ZERO
               WRITE inf-reg FROM inf-sin-diferencias
           END-IF.
           ADD w-dif-seccion TO w-dif-total.
           WRITE inf-reg FROM inf-guarda.

       900-FIN.
           IF w-cant-jugadores-omitidos > 0
               OR w-cant-padron-omitidos > 0
               OR w-cant-goles-omitidos > 0
               MOVE w-cant-jugadores-omitidos TO i-omit-jugadores
               MOVE w-cant-padron-omitidos TO i-omit-padron
               MOVE w-cant-goles-omitidos TO i-omit-goles
               WRITE inf-reg FROM inf-omitidos
           END-IF.
           MOVE w-dif-duplicados TO i-tot-duplicados.
           MOVE w-dif-indice TO i-tot-indice.
           MOVE w-dif-historico TO i-tot-historico.
           MOVE w-dif-sanciones TO i-tot-sanciones.
           MOVE w-dif-equipos TO i-tot-equipos.
           MOVE w-dif-total TO i-tot-total.
           WRITE inf-reg FROM inf-totales.
           WRITE inf-reg FROM inf-guarda.
           CLOSE INFORME.
           IF w-dif-total > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM AUDITA-MAESTROS.
