           ASSIGN TO
           "..\impClubes.dat"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL AJUSTES
           ASSIGN TO
           "..\ajustes.dat"
           ORGANIZATION is line sequential.
           SELECT INFORME-AJUSTES
           ASSIGN TO
           "..\impAjustes.dat"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL RESOLUCIONES
           ASSIGN TO
           "..\resoluciones.dat"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL RESOLUCIONES-APLIC
           ASSIGN TO
           "..\resolucionesAplic.dat"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL TARIFAS-MULTAS
           ASSIGN TO
           "..\tarifasMultas.dat"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL MULTAS-SALDOS
           ASSIGN TO
           "..\multasSaldos.dat"
           ORGANIZATION is line sequential.
           SELECT MULTAS-SALDOS-NVO
           ASSIGN TO
           "..\multasSaldos.tmp"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL MULTAS-MOVIM
           ASSIGN TO
           "..\multasMovim.dat"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL PAGOS
           ASSIGN TO
           "..\pagos.dat"
           ORGANIZATION is line sequential.
           SELECT INFORME-MULTAS
           ASSIGN TO
           "..\impMultas.dat"
           ORGANIZATION is line sequential.
           SELECT OPTIONAL RESPALDOS
           ASSIGN TO
           "..\respaldos.dat"
           ORGANIZATION is line sequential.
           SELECT RESPALDOS-NVO
           ASSIGN TO
           "..\respaldos.tmp"
           ORGANIZATION is line sequential.
           SELECT INFORME-RESPALDO
           ASSIGN TO
           "..\impRespaldo.dat"
           ORGANIZATION is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  NOVEDADES.
           03 san-jugador pic x(6).
           03 san-amar-sanc pic 9(6).
           03 san-rojas-sanc pic 9(6).
           03 san-amar-anul pic 9(6).
           03 san-rojas-anul pic 9(6).

       FD  SANCIONES-NVA.
       01  snv-reg.
           03 snv-jugador pic x(6).
           03 snv-amar-sanc pic 9(6).
           03 snv-rojas-sanc pic 9(6).
           03 snv-amar-anul pic 9(6).
           03 snv-rojas-anul pic 9(6).

       FD  SUSPENDIDOS.
       01  sus-reg.
           03 his-equipo pic 99.
           03 his-jugador pic x(6).
           03 his-goles pic 9(2).
           03 his-signo pic x(1).
               88 his-ajuste-negativo value "-".

       FD  INFORME-FECHAS.
       01  ifc-reg pic x(100).
               88 hht-sancion-arch value "S".
               88 hht-tarjeta-arch value "T".
               88 hht-posicion-arch value "P".
               88 hht-multa-arch value "M".
           03 hht-datos pic x(69).
       01  hht-reg-cab.
           03 filler pic x(11).
           03 hht-san-jugador pic x(6).
           03 hht-san-amar pic 9(6).
           03 hht-san-rojas pic 9(6).
           03 hht-san-amar-anul pic 9(6).
           03 hht-san-rojas-anul pic 9(6).
           03 filler pic x(36).
       01  hht-reg-tar.
           03 filler pic x(11).
           03 hht-tar-div pic 9.
           03 hht-pos-gf pic 9(6).
           03 hht-pos-gc pic 9(6).
           03 filler pic x(34).
       01  hht-reg-mul.
           03 filler pic x(11).
           03 hht-mul-equipo pic 99.
           03 hht-mul-saldo pic s9(9)v99 sign leading separate.
           03 hht-mul-amar-cobradas pic 9(6).
           03 hht-mul-rojas-cobradas pic 9(6).
           03 filler pic x(43).

       FD  INFORME-CIERRE.
       01  icr-reg pic x(100).
       FD  INFORME-CLUBES.
       01  icl-reg pic x(100).

       FD  AJUSTES.
       01  aju-reg.
           03 aju-division pic 9.
           03 aju-equipo pic 99.
           03 aju-fecha pic 9(2).
           03 aju-jugador pic x(6).
           03 aju-goles pic s9(2) sign leading separate.
           03 aju-motivo pic x(2).
           03 aju-autoriza pic x(30).

       FD  INFORME-AJUSTES.
       01  iaj-reg pic x(100).

       FD  RESOLUCIONES.
       01  res-reg.
           03 res-division pic 9.
           03 res-equipo pic 99.
           03 res-jugador pic x(6).
           03 res-tipo pic x(1).
           03 res-fechas pic 9(2).
           03 res-numero pic x(8).
           03 res-fecha pic 9(8).

       FD  RESOLUCIONES-APLIC.
       01  rap-reg.
           03 rap-division pic 9.
           03 rap-equipo pic 99.
           03 rap-jugador pic x(6).
           03 rap-tipo pic x(1).
           03 rap-fechas pic 9(2).
           03 rap-numero pic x(8).
           03 rap-fecha pic 9(8).
           03 rap-fecha-aplic pic 9(8).

       FD  TARIFAS-MULTAS.
       01  tmu-reg.
           03 tmu-concepto pic x(1).
               88 tmu-amarilla value "A".
               88 tmu-roja value "R".
               88 tmu-suspension value "S".
               88 tmu-dias-mora value "D".
           03 tmu-importe pic 9(7)v99.
       01  tmu-reg-dias.
           03 filler pic x(1).
           03 tmu-dias pic 9(4).
           03 filler pic x(5).

       FD  MULTAS-SALDOS.
       01  msa-reg.
           03 msa-equipo pic 99.
           03 msa-saldo pic s9(9)v99 sign leading separate.
           03 msa-amar-cobradas pic 9(6).
           03 msa-rojas-cobradas pic 9(6).

       FD  MULTAS-SALDOS-NVO.
       01  msn-reg.
           03 msn-equipo pic 99.
           03 msn-saldo pic s9(9)v99 sign leading separate.
           03 msn-amar-cobradas pic 9(6).
           03 msn-rojas-cobradas pic 9(6).

       FD  MULTAS-MOVIM.
       01  mmv-reg.
           03 mmv-equipo pic 99.
           03 mmv-fecha pic 9(8).
           03 mmv-tipo pic x(1).
               88 mmv-pago value "P".
           03 mmv-cantidad pic 9(4).
           03 mmv-importe pic s9(9)v99 sign leading separate.
           03 mmv-referencia pic x(8).
           03 mmv-modo pic x(10).

       FD  PAGOS.
       01  pag-reg.
           03 pag-equipo pic 99.
           03 pag-fecha pic 9(8).
           03 pag-importe pic 9(7)v99.
           03 pag-recibo pic x(8).

       FD  INFORME-MULTAS.
       01  imu-reg pic x(100).

       FD  RESPALDOS.
       01  rsp-reg.
           03 rsp-generacion pic 9.
           03 rsp-fecha pic 9(8).
           03 rsp-modo pic x(10).
           03 rsp-presentes.
               05 rsp-presente occurs 10 times pic x(1).

       FD  RESPALDOS-NVO.
       01  rsn-reg.
           03 rsn-generacion pic 9.
           03 rsn-fecha pic 9(8).
           03 rsn-modo pic x(10).
           03 rsn-presentes.
               05 rsn-presente occurs 10 times pic x(1).

       FD  INFORME-RESPALDO.
       01  irs-reg pic x(100).

       WORKING-STORAGE SECTION.
       01  w-flag-jugadores PIC 9 VALUE ZERO.
       01  w-flag-novedades pic 9 value zero.
           88  modo-consulta value "CONSULTA".
           88  modo-cierre value "CIERRE".
           88  modo-reproceso value "REPROCESO".
           88  modo-restaurar value "RESTAURAR".
       01  w-linea-comando pic x(40) value spaces.
       01  w-parm-a pic x(10) value spaces.
       01  w-parm-b pic x(10) value spaces.
       01  w-cant-exc-pad-tar pic 999 value zero.
       01  w-tabla-exc-pad-tar.
           03 w-exc-pad-tar-jug occurs 200 times pic x(6).
       01  w-flag-ajustes pic 9 value zero.
       01  w-cant-ajustes pic 999 value zero.
       01  w-cant-ajustes-omitidos pic 999 value zero.
       01  w-cant-aju-aplicados pic 999 value zero.
       01  w-cant-aju-rechazados pic 999 value zero.
      *    Correcciones de goles con signo. Estado: P pendiente,
      *    A aplicado, R rechazado (la observacion dice por que).
      *    Motivos: GC gol en contra mal acreditado, CA camiseta
      *    equivocada, TR fallo del tribunal, OT otro.
       01  w-tabla-ajustes.
           03 w-aju-tabla occurs 500 times.
               05 w-aju-division pic 9.
               05 w-aju-equipo pic 99.
               05 w-aju-fecha pic 99.
               05 w-aju-jugador pic x(6).
               05 w-aju-goles pic s9(2).
               05 w-aju-motivo pic x(2).
                   88 w-aju-motivo-valido
                       values "GC" "CA" "TR" "OT".
               05 w-aju-autoriza pic x(30).
               05 w-aju-estado pic x(1).
               05 w-aju-observ pic x(18).
               05 w-aju-goles-antes pic 9(8).
               05 w-aju-goles-despues pic 9(8).
               05 w-aju-liberado pic 9.
       01  w-aju-idx pic 999.
       01  w-aju-pos pic 999.
       01  w-aju-goles-jug pic s9(10).
       01  w-aju-estado-listar pic x(1).
      *    Equipos con plantel en el master de esta corrida: un ajuste
      *    positivo a un jugador nuevo solo entra si su equipo figura.
       01  w-tabla-equ-master.
           03 w-emt-division occurs 9 times.
               05 w-emt-equipo occurs 100 times pic 9 value zero.
       01  w-flag-sanciones pic 9 value zero.
       01  w-cant-sanciones pic 9(4) value zero.
       01  w-cant-sanciones-omitidas pic 9(4) value zero.
               05 w-san-jugador pic x(6).
               05 w-san-amar-sanc pic 9(6).
               05 w-san-rojas-sanc pic 9(6).
               05 w-san-amar-anul pic 9(6).
               05 w-san-rojas-anul pic 9(6).
       01  w-san-idx pic 9(4).
       01  w-san-pos pic 9(4).
       01  w-flag-san-encontrado pic 9.
       01  w-tar-efectivas pic 9(6).
       01  w-flag-resoluciones pic 9 value zero.
       01  w-flag-resol-aplic pic 9 value zero.
       01  w-cant-resol pic 999 value zero.
       01  w-cant-resol-omitidas pic 999 value zero.
       01  w-cant-resol-aplicadas pic 999 value zero.
       01  w-cant-resol-rechazadas pic 999 value zero.
      *    Estado de cada resolucion en la corrida: P pendiente,
      *    A aplicada, R rechazada (la observacion dice por que).
       01  w-tabla-resoluciones.
           03 w-res-tabla occurs 200 times.
               05 w-res-division pic 9.
               05 w-res-equipo pic 99.
               05 w-res-jugador pic x(6).
               05 w-res-tipo pic x(1).
                   88 w-res-anula-roja value "R".
                   88 w-res-anula-amarilla value "A".
                   88 w-res-reduce-fechas value "D".
                   88 w-res-amplia-fechas value "E".
               05 w-res-fechas pic 9(2).
               05 w-res-numero pic x(8).
               05 w-res-fecha pic 9(8).
               05 w-res-estado pic x(1).
               05 w-res-observ pic x(16).
       01  w-res-idx pic 999.
       01  w-res-pos pic 999.
       01  w-cant-resol-log pic 9(4) value zero.
       01  w-tabla-resol-log.
           03 w-rlg-tabla occurs 2000 times.
               05 w-rlg-division pic 9.
               05 w-rlg-equipo pic 99.
               05 w-rlg-jugador pic x(6).
               05 w-rlg-tipo pic x(1).
               05 w-rlg-numero pic x(8).
       01  w-flag-resol-repetida pic 9.
       01  w-flag-susp-modif pic 9.
       01  w-susp-fechas-nuevas pic 9(3).
       01  w-res-estado-listar pic x(1).
       01  w-obs-quedan.
           03 filler pic x(7) value "QUEDAN ".
           03 w-obs-quedan-fechas pic 99.
           03 filler pic x(7) value " FECHAS".
       01  w-susp-nuevas pic 9(6).
       01  w-motivo-susp pic x(16).
       01  w-batches-amar pic 9(6).
       01  w-suspendidos-tmp-path pic x(30) value "..\suspendidos.tmp".
       01  w-suspendidos-master-path pic x(30)
           value "..\suspendidos.dat".
       01  w-flag-tarifas pic 9 value zero.
       01  w-flag-multas-saldos pic 9 value zero.
       01  w-flag-multas-movim pic 9 value zero.
       01  w-flag-pagos pic 9 value zero.
      *    Tarifas de multas por tarjeta y por fecha de suspension, y
      *    dias de gracia antes de considerar la deuda en mora. Sin
      *    registro "D" en el archivo de tarifas rigen 30 dias.
       01  w-tarifa-amarilla pic 9(7)v99 value zero.
       01  w-tarifa-roja pic 9(7)v99 value zero.
       01  w-tarifa-suspension pic 9(7)v99 value zero.
       01  w-dias-mora pic 9(4) value 30.
      *    Cuenta corriente por club, indexada por codigo de equipo
      *    + 1. Las tarjetas cobradas son las efectivas del torneo ya
      *    facturadas: la diferencia contra las efectivas de la
      *    corrida es lo que se cobra (o se acredita si el tribunal
      *    anulo una tarjeta ya cobrada).
       01  w-tabla-multas.
           03 w-mul-tabla occurs 100 times.
               05 w-mul-activo pic 9 value zero.
               05 w-mul-nombre pic x(15).
               05 w-mul-saldo-ant pic s9(9)v99 value zero.
               05 w-mul-saldo pic s9(9)v99 value zero.
               05 w-mul-cargos pic s9(9)v99 value zero.
               05 w-mul-pagos pic s9(9)v99 value zero.
               05 w-mul-amar-cobradas pic 9(6) value zero.
               05 w-mul-rojas-cobradas pic 9(6) value zero.
               05 w-mul-amar-efect pic 9(6) value zero.
               05 w-mul-rojas-efect pic 9(6) value zero.
               05 w-mul-cubierto pic s9(9)v99 value zero.
               05 w-mul-fecha-deuda pic 9(8) value zero.
       01  w-mul-idx pic 9(3).
       01  w-mul-pos pic 9(3).
       01  w-mul-dif pic s9(6).
       01  w-cant-mul-saldos pic 9(3) value zero.
       01  w-cant-mul-mora pic 9(3) value zero.
       01  w-tot-mul-cargos pic s9(9)v99 value zero.
       01  w-tot-mul-pagos pic s9(9)v99 value zero.
      *    Movimientos de la corrida: A amarillas, R rojas, S fechas
      *    de suspension, N tarjetas anuladas ya cobradas (credito),
      *    P pago. Los cargos van en positivo y pagos y creditos en
      *    negativo, igual que en el archivo de movimientos.
       01  w-cant-mov pic 9(4) value zero.
       01  w-cant-mov-omitidos pic 9(4) value zero.
       01  w-tabla-mov-multas.
           03 w-mov-tabla occurs 1000 times.
               05 w-mov-equipo pic 99.
               05 w-mov-fecha pic 9(8).
               05 w-mov-tipo pic x(1).
               05 w-mov-cantidad pic 9(4).
               05 w-mov-importe pic s9(9)v99.
               05 w-mov-referencia pic x(8).
       01  w-mov-idx pic 9(4).
       01  w-mov-nuevo.
           03 w-mvn-equipo pic 99.
           03 w-mvn-fecha pic 9(8).
           03 w-mvn-tipo pic x(1).
           03 w-mvn-cantidad pic 9(4).
           03 w-mvn-importe pic s9(9)v99.
           03 w-mvn-referencia pic x(8).
       01  w-flag-recibo-repetido pic 9.
       01  w-cant-pagos-aplicados pic 999 value zero.
       01  w-cant-pagos-rech pic 999 value zero.
       01  w-cant-pagos-rech-omit pic 999 value zero.
       01  w-tabla-pagos-rech.
           03 w-prc-tabla occurs 200 times.
               05 w-prc-equipo pic x(2).
               05 w-prc-fecha pic x(8).
               05 w-prc-importe pic 9(7)v99.
               05 w-prc-recibo pic x(8).
               05 w-prc-observ pic x(18).
       01  w-pag-observ pic x(18).
       01  w-mul-tarifa pic 9(7)v99.
       01  w-multas-tmp-path pic x(30) value "..\multasSaldos.tmp".
       01  w-multas-master-path pic x(30) value "..\multasSaldos.dat".
      *    Numero de dia de una fecha AAAAMMDD, para contar los dias
      *    de atraso sin depender del calendario del sistema.
       01  w-dia-fecha pic 9(8).
       01  w-dia-fecha-r redefines w-dia-fecha.
           03 w-dia-anio pic 9(4).
           03 w-dia-mes pic 99.
           03 w-dia-dia pic 99.
       01  w-dia-numero pic 9(7).
       01  w-dia-anio-ant pic 9(4).
       01  w-dia-cociente pic 9(4).
       01  w-dia-resto pic 9(4).
       01  w-dia-numero-corrida pic 9(7).
       01  w-dias-atraso pic s9(7).
       01  w-tabla-dias-previos.
           03 filler pic x(36) value
               "000031059090120151181212243273304334".
       01  w-tabla-dias-previos-r redefines w-tabla-dias-previos.
           03 w-dias-previos occurs 12 times pic 9(3).
      *    Respaldo generacional de maestros: antes de que CONSOLIDA,
      *    REPROCESO o CIERRE publiquen, cada maestro del juego se
      *    copia como generacion 1 ("..\<maestro>.g1") y las anteriores
      *    corren un lugar; se conservan las ultimas w-resp-max-gen.
      *    El catalogo respaldos.dat lleva por generacion la fecha y
      *    el modo de la corrida y que maestros existian ("S") o no
      *    ("N") en ese momento.
       01  w-resp-max-gen pic 9 value 5.
       01  w-tabla-resp-archivos.
           03 filler pic x(20) value "jugadores".
           03 filler pic x(20) value "sanciones".
           03 filler pic x(20) value "suspendidos".
           03 filler pic x(20) value "historico".
           03 filler pic x(20) value "partidos".
           03 filler pic x(20) value "tarjetas".
           03 filler pic x(20) value "resolucionesAplic".
           03 filler pic x(20) value "multasSaldos".
           03 filler pic x(20) value "multasMovim".
           03 filler pic x(20) value "histTorneos".
       01  w-tabla-resp-archivos-r redefines w-tabla-resp-archivos.
           03 w-resp-archivo occurs 10 times pic x(20).
       01  w-resp-cant-archivos pic 99 value 10.
       01  w-resp-idx pic 99.
       01  w-resp-gen pic 99.
       01  w-resp-gen-path-nro pic 9.
       01  w-resp-gen-pedida pic 9 value zero.
       01  w-resp-pos pic 99.
       01  w-resp-rc pic s9(9).
       01  w-resp-master-path pic x(30).
       01  w-resp-gen-path pic x(30).
       01  w-resp-destino-path pic x(30).
       01  w-resp-rst-path pic x(30).
       01  w-resp-catalogo-tmp-path pic x(30) value "..\respaldos.tmp".
       01  w-resp-catalogo-path pic x(30) value "..\respaldos.dat".
       01  w-flag-respaldos pic 9 value zero.
       01  w-flag-restaurar-invalido pic 9 value zero.
       01  w-flag-restaurar-rech pic 9 value zero.
       01  w-resp-nuevo.
           03 w-rsp-nvo-presente occurs 10 times pic x(1).
       01  w-cant-resp pic 99 value zero.
       01  w-tabla-resp.
           03 w-rsp-tabla occurs 10 times.
               05 w-rsp-generacion pic 9.
               05 w-rsp-fecha pic 9(8).
               05 w-rsp-modo pic x(10).
               05 w-rsp-presente occurs 10 times pic x(1).
       01  w-linea-listado pic x(80).
       01  w-ctl-lei-nov pic 9(8) value zero.
       01  w-ctl-lei-jug pic 9(8) value zero.
       01  w-ctl-goles-desc pic 9(10) value zero.
       01  w-ctl-goles-entrada pic 9(10) value zero.
       01  w-ctl-goles-master pic 9(10) value zero.
       01  w-ctl-goles-aju-sum pic 9(10) value zero.
       01  w-ctl-goles-aju-rest pic 9(10) value zero.
       01  w-flag-desbalance pic 9 value zero.
       01  w-flag-div-con-datos pic 9 value zero.
       01  w-flag-historico pic 9 value zero.
           03 filler pic x(14) value " DESCARTADOS: ".
           03 ict-goles-desc pic 9(10).
           03 filler pic x(21) value spaces.
       01  ctl-linea7.
           03 filler pic x(17) value "AJUSTES SUMADOS: ".
           03 ict-goles-aju-sum pic 9(10).
           03 filler pic x(12) value "  RESTADOS: ".
           03 ict-goles-aju-rest pic 9(10).
           03 filler pic x(51) value spaces.
       01  ctl-linea5.
           03 filler pic x(15) value "TOTAL ENTRADA: ".
           03 ict-goles-entrada pic 9(10).
           "A NO CUADRA - REVISAR ***".
           03 filler pic x(48) value spaces.

      ****** lineas del informe de ajustes ************************************
       01  iaj-guarda.
           03 filler pic x(80) value all "*".
           03 filler pic x(20) value spaces.
       01  iaj-titulo.
           03 filler pic x(25) value "AJUSTES DE GOLES  FECHA: ".
           03 iaj-fecha pic 9(8).
           03 filler pic x(8) value "  MODO: ".
           03 iaj-modo pic x(10).
           03 filler pic x(49) value spaces.
       01  iaj-sub-aplicados.
           03 filler pic x(18) value "AJUSTES APLICADOS:".
           03 filler pic x(82) value spaces.
       01  iaj-sub-rechazados.
           03 filler pic x(19) value "AJUSTES RECHAZADOS:".
           03 filler pic x(81) value spaces.
       01  iaj-columnas.
           03 filler pic x(2) value spaces.
           03 filler pic x(3) value "DIV".
           03 filler pic x(1) value spaces.
           03 filler pic x(2) value "EQ".
           03 filler pic x(2) value spaces.
           03 filler pic x(2) value "FE".
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "CODIGO".
           03 filler pic x(2) value spaces.
           03 filler pic x(3) value "CAN".
           03 filler pic x(2) value spaces.
           03 filler pic x(2) value "MO".
           03 filler pic x(2) value spaces.
           03 filler pic x(30) value "AUTORIZO".
           03 filler pic x(2) value spaces.
           03 filler pic x(18) value "   ANTES   DESPUES".
           03 filler pic x(17) value spaces.
       01  iaj-detalle.
           03 filler pic x(2) value spaces.
           03 filler pic x(1) value spaces.
           03 iaj-division pic 9.
           03 filler pic x(2) value spaces.
           03 iaj-equipo pic 99.
           03 filler pic x(2) value spaces.
           03 iaj-nro-fecha pic 99.
           03 filler pic x(2) value spaces.
           03 iaj-jugador pic x(6).
           03 filler pic x(2) value spaces.
           03 iaj-goles pic ++9.
           03 filler pic x(2) value spaces.
           03 iaj-motivo pic x(2).
           03 filler pic x(2) value spaces.
           03 iaj-autoriza pic x(30).
           03 filler pic x(2) value spaces.
           03 iaj-resultado.
               05 iaj-goles-antes pic zzzzzzz9.
               05 filler pic x(2) value spaces.
               05 iaj-goles-despues pic zzzzzzz9.
           03 iaj-observ redefines iaj-resultado pic x(18).
           03 filler pic x(17) value spaces.
       01  iaj-sin-ajustes.
           03 filler pic x(2) value spaces.
           03 filler pic x(26) value "SIN AJUSTES EN LA CORRIDA".
           03 filler pic x(72) value spaces.
       01  iaj-omitidos.
           03 filler pic x(2) value spaces.
           03 filler pic x(40) value "AJUSTES OMITIDOS POR EXCEDER"-
           " CAPACIDAD: ".
           03 iaj-cant-omit pic 9(3).
           03 filler pic x(55) value spaces.
       01  iaj-totales.
           03 filler pic x(11) value "APLICADOS: ".
           03 iaj-cant-aplicados pic zz9.
           03 filler pic x(14) value "  RECHAZADOS: ".
           03 iaj-cant-rechazados pic zz9.
           03 filler pic x(18) value "  GOLES SUMADOS: ".
           03 iaj-goles-sum pic zzzzzzzzz9.
           03 filler pic x(12) value "  RESTADOS: ".
           03 iaj-goles-rest pic zzzzzzzzz9.
           03 filler pic x(19) value spaces.

      ****** lineas de la cuenta corriente de multas **************************
       01  imu-guarda.
           03 filler pic x(80) value all "*".
           03 filler pic x(20) value spaces.
       01  imu-titulo.
           03 filler pic x(35) value
               "CUENTA CORRIENTE DE MULTAS  FECHA: ".
           03 imu-fecha pic 9(8).
           03 filler pic x(8) value "  MODO: ".
           03 imu-modo pic x(10).
           03 filler pic x(39) value spaces.
       01  imu-tarifas.
           03 filler pic x(19) value "TARIFAS  AMARILLA: ".
           03 imu-tar-amarilla pic z.zzz.zz9,99.
           03 filler pic x(8) value "  ROJA: ".
           03 imu-tar-roja pic z.zzz.zz9,99.
           03 filler pic x(24) value "  FECHA DE SUSPENSION: ".
           03 imu-tar-suspension pic z.zzz.zz9,99.
           03 filler pic x(13) value spaces.
       01  imu-linea-club.
           03 filler pic x(6) value "CLUB: ".
           03 imu-club-cod pic 99.
           03 filler pic x(2) value spaces.
           03 imu-club-nombre pic x(15).
           03 filler pic x(75) value spaces.
       01  imu-columnas.
           03 filler pic x(4) value spaces.
           03 filler pic x(8) value "FECHA".
           03 filler pic x(2) value spaces.
           03 filler pic x(20) value "CONCEPTO".
           03 filler pic x(4) value "CANT".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "REFEREN.".
           03 filler pic x(2) value spaces.
           03 filler pic x(16) value "         IMPORTE".
           03 filler pic x(34) value spaces.
       01  imu-detalle.
           03 filler pic x(4) value spaces.
           03 imu-det-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 imu-det-concepto pic x(20).
           03 imu-det-cantidad pic zzzz.
           03 filler pic x(2) value spaces.
           03 imu-det-referencia pic x(8).
           03 filler pic x(2) value spaces.
           03 imu-det-importe pic -.---.---.--9,99.
           03 filler pic x(34) value spaces.
       01  imu-saldo.
           03 filler pic x(4) value spaces.
           03 imu-sal-texto pic x(20).
           03 filler pic x(26) value spaces.
           03 imu-sal-importe pic -.---.---.--9,99.
           03 filler pic x(34) value spaces.
       01  imu-sub-rechazados.
           03 filler pic x(17) value "PAGOS RECHAZADOS:".
           03 filler pic x(83) value spaces.
       01  imu-col-rechazo.
           03 filler pic x(2) value spaces.
           03 filler pic x(2) value "EQ".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "FECHA".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "RECIBO".
           03 filler pic x(2) value spaces.
           03 filler pic x(12) value "     IMPORTE".
           03 filler pic x(2) value spaces.
           03 filler pic x(18) value "MOTIVO".
           03 filler pic x(42) value spaces.
       01  imu-rechazo.
           03 filler pic x(2) value spaces.
           03 imu-rec-equipo pic x(2).
           03 filler pic x(2) value spaces.
           03 imu-rec-fecha pic x(8).
           03 filler pic x(2) value spaces.
           03 imu-rec-recibo pic x(8).
           03 filler pic x(2) value spaces.
           03 imu-rec-importe pic z.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 imu-rec-observ pic x(18).
           03 filler pic x(42) value spaces.
       01  imu-sub-mora.
           03 filler pic x(23) value "CLUBES EN MORA, MAS DE ".
           03 imu-mora-dias-parm pic zzz9.
           03 filler pic x(6) value " DIAS:".
           03 filler pic x(67) value spaces.
       01  imu-col-mora.
           03 filler pic x(2) value spaces.
           03 filler pic x(2) value "EQ".
           03 filler pic x(2) value spaces.
           03 filler pic x(15) value "NOMBRE".
           03 filler pic x(2) value spaces.
           03 filler pic x(16) value "           SALDO".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "DESDE".
           03 filler pic x(3) value spaces.
           03 filler pic x(6) value "  DIAS".
           03 filler pic x(42) value spaces.
       01  imu-mora.
           03 filler pic x(2) value spaces.
           03 imu-mor-equipo pic 99.
           03 filler pic x(2) value spaces.
           03 imu-mor-nombre pic x(15).
           03 filler pic x(2) value spaces.
           03 imu-mor-saldo pic -.---.---.--9,99.
           03 filler pic x(2) value spaces.
           03 imu-mor-desde pic 9(8).
           03 filler pic x(3) value spaces.
           03 imu-mor-dias pic zzzzz9.
           03 filler pic x(42) value spaces.
       01  imu-sin-mora.
           03 filler pic x(2) value spaces.
           03 filler pic x(19) value "SIN CLUBES EN MORA".
           03 filler pic x(79) value spaces.
       01  imu-omitidos.
           03 filler pic x(2) value spaces.
           03 filler pic x(49) value
               "MOVIMIENTOS ASENTADOS SIN DETALLE POR CAPACIDAD: ".
           03 imu-cant-omit pic 9(4).
           03 filler pic x(45) value spaces.
       01  imu-totales.
           03 filler pic x(8) value "CARGOS: ".
           03 imu-tot-cargos pic -.---.---.--9,99.
           03 filler pic x(20) value "  PAGOS Y CREDITOS: ".
           03 imu-tot-pagos pic -.---.---.--9,99.
           03 filler pic x(18) value "  CLUBES EN MORA: ".
           03 imu-tot-mora pic zz9.
           03 filler pic x(19) value spaces.

      ****** lineas del informe de restauracion ******************************
       01  irs-guarda.
           03 filler pic x(80) value all "*".
           03 filler pic x(20) value spaces.
       01  irs-titulo.
           03 filler pic x(10) value "Fecha: ".
           03 irs-fecha pic 9(8).
           03 filler pic x(10) value spaces.
           03 filler pic x(38) value
               "RESTAURACION DE MAESTROS - GENERACION ".
           03 irs-gen-titulo pic 9.
           03 filler pic x(33) value spaces.
       01  irs-generacion.
           03 filler pic x(23) value "GENERACION RESPALDADA: ".
           03 irs-gen-fecha pic 9(8).
           03 filler pic x(8) value "  MODO: ".
           03 irs-gen-modo pic x(10).
           03 filler pic x(51) value spaces.
       01  irs-archivo.
           03 filler pic x(2) value spaces.
           03 irs-arc-nombre pic x(20).
           03 filler pic x(2) value spaces.
           03 irs-arc-estado pic x(30).
           03 filler pic x(46) value spaces.
       01  irs-no-disponible.
           03 filler pic x(48) value
               "*** GENERACION NO DISPONIBLE EN EL CATALOGO ***".
           03 filler pic x(52) value spaces.
       01  irs-sin-cambios.
           03 filler pic x(48) value
               "*** GENERACION INCOMPLETA: MAESTROS SIN CAMBIOS ".
           03 filler pic x(3) value "***".
           03 filler pic x(49) value spaces.
       01  irs-sub-catalogo.
           03 filler pic x(24) value "GENERACIONES DISPONIBLES".
           03 filler pic x(76) value spaces.
       01  irs-catalogo.
           03 filler pic x(7) value "  GEN: ".
           03 irs-cat-generacion pic 9.
           03 filler pic x(9) value "  FECHA: ".
           03 irs-cat-fecha pic 9(8).
           03 filler pic x(8) value "  MODO: ".
           03 irs-cat-modo pic x(10).
           03 filler pic x(57) value spaces.
       01  irs-catalogo-vacio.
           03 filler pic x(24) value "  CATALOGO SIN RESPALDOS".
           03 filler pic x(76) value spaces.

      ****** lineas del informe de cierre *************************************
       01  icr-titulo.
           03 filler pic x(18) value "CIERRE DE TORNEO: ".
           03 filler pic x(47) value "CIERRE RECHAZADO: FALTA IDE"-
           "NTIFICADOR DE TORNEO".
           03 filler pic x(53) value spaces.
       01  icr-multas.
           03 filler pic x(30) value "SALDOS DE MULTAS ARCHIVADOS: ".
           03 icr-cant-multas pic zz9.
           03 filler pic x(44) value
               "  (SE MANTIENEN PARA LA NUEVA TEMPORADA)".
           03 filler pic x(23) value spaces.
       01  icr-nuevo.
           03 filler pic x(52) value "MASTER INICIALIZADO EN CERO"-
           " PARA LA NUEVA TEMPORADA".
               05 filler pic x(43) value
                   "JUGADORES SUSPENDIDOS CON TARJETA INFORMADA".
               05 filler pic x(27) value spaces.
       01  cabecera-tar9.
           03  lin-titulo-resol-apl.
               05 filler pic x(22) value spaces.
               05 filler pic x(35) value
                   "RESOLUCIONES DEL TRIBUNAL APLICADAS".
               05 filler pic x(23) value spaces.
       01  cabecera-tar10.
           03  lin-titulo-resol-rech.
               05 filler pic x(21) value spaces.
               05 filler pic x(37) value
                   "RESOLUCIONES DEL TRIBUNAL RECHAZADAS".
               05 filler pic x(22) value spaces.
       01  cabecera-tar11.
           03  lin-titulo-resol-col.
               05 filler pic x(2) value spaces.
               05 filler pic x(3) value "DIV".
               05 filler pic x(1) value spaces.
               05 filler pic x(2) value "EQ".
               05 filler pic x(2) value spaces.
               05 filler pic x(6) value "CODIGO".
               05 filler pic x(2) value spaces.
               05 filler pic x(16) value "TIPO".
               05 filler pic x(2) value spaces.
               05 filler pic x(2) value "FE".
               05 filler pic x(2) value spaces.
               05 filler pic x(8) value "RESOLUC.".
               05 filler pic x(2) value spaces.
               05 filler pic x(8) value "FECHA".
               05 filler pic x(2) value spaces.
               05 filler pic x(16) value "OBSERVACION".
               05 filler pic x(4) value spaces.
       01 detalle-tar7.
           03  lin-det-resol.
               05 filler pic x(2) value spaces.
               05 filler pic x(1) value spaces.
               05 l-res-division pic 9.
               05 filler pic x(2) value spaces.
               05 l-res-equipo pic 99.
               05 filler pic x(2) value spaces.
               05 l-res-jugador pic x(6).
               05 filler pic x(2) value spaces.
               05 l-res-tipo pic x(16).
               05 filler pic x(2) value spaces.
               05 l-res-fechas pic z9.
               05 filler pic x(2) value spaces.
               05 l-res-numero pic x(8).
               05 filler pic x(2) value spaces.
               05 l-res-fecha pic 9(8).
               05 filler pic x(2) value spaces.
               05 l-res-observ pic x(16).
               05 filler pic x(4) value spaces.
       01 detalle-tar8.
           03  lin-det-resol-omit.
               05 filler pic x(20) value spaces.
               05 filler pic x(43) value
                   "Resoluciones omitidas por exceder capacidad".
               05 filler pic x(2) value ": ".
               05 l-resol-omit pic 9(3).
               05 filler pic x(12) value spaces.
       01  cabecera-tar8.
           03  lin-titulo-cumplidos.
               05 filler pic x(21) value spaces.
               END-IF
           END-IF.
           IF w-flag-reproc-invalido IS NOT EQUAL 1
           IF modo-restaurar
               PERFORM 8750-RESTAURAR-GENERACION
           ELSE
           IF modo-consulta
               PERFORM 3000-CONSULTA-PUNTUAL
           ELSE
           IF modo-cierre
               PERFORM 7000-CIERRE-TORNEO
           ELSE
               IF modo-consolida OR modo-reproceso
                   PERFORM 8700-RESPALDAR-MAESTROS
               END-IF
               SORT ARCH-SORT ASCENDING srt-division,
                              ASCENDING srt-cod-equipo,
                              ASCENDING srt-cod-jugador
               PERFORM 9000-INFORME-CLUBES
           END-IF
           END-IF
           END-IF
           END-IF.
           STOP RUN.

           PERFORM 120-CARGAR-PASES.
           PERFORM 140-CARGAR-PARTIDOS.
           PERFORM 145-CARGAR-DESCUENTOS.
           PERFORM 125-CARGAR-AJUSTES.
       110-CARGAR-EQUIPOS.
           OPEN INPUT EQUIPOS.
           PERFORM UNTIL w-flag-equipo IS EQUAL 1
           ELSE
               ADD 1 TO w-cant-pases-omitidos
           END-IF.
       125-CARGAR-AJUSTES.
      *    Correcciones de goles con signo. Igual que NOVEDADES, el
      *    archivo se vuelve a leer hasta que una corrida CONSOLIDA
      *    lo asienta en el master y en el historico.
           OPEN INPUT AJUSTES.
           PERFORM UNTIL w-flag-ajustes IS EQUAL 1
               READ AJUSTES
                   AT END MOVE 1 TO w-flag-ajustes
                   NOT AT END PERFORM 126-AGREGAR-AJUSTE
               END-READ
           END-PERFORM.
           CLOSE AJUSTES.
       126-AGREGAR-AJUSTE.
           IF w-cant-ajustes < 500
               ADD 1 TO w-cant-ajustes
               MOVE w-cant-ajustes TO w-aju-pos
               MOVE ZEROS TO w-aju-division(w-aju-pos)
               MOVE ZEROS TO w-aju-equipo(w-aju-pos)
               MOVE ZEROS TO w-aju-fecha(w-aju-pos)
               MOVE ZEROS TO w-aju-goles(w-aju-pos)
               IF aju-division IS NUMERIC
                   MOVE aju-division TO w-aju-division(w-aju-pos)
               END-IF
               IF aju-equipo IS NUMERIC
                   MOVE aju-equipo TO w-aju-equipo(w-aju-pos)
               END-IF
               IF aju-fecha IS NUMERIC
                   MOVE aju-fecha TO w-aju-fecha(w-aju-pos)
               END-IF
               IF aju-goles IS NUMERIC
                   MOVE aju-goles TO w-aju-goles(w-aju-pos)
               END-IF
               MOVE aju-jugador TO w-aju-jugador(w-aju-pos)
               MOVE aju-motivo TO w-aju-motivo(w-aju-pos)
               MOVE aju-autoriza TO w-aju-autoriza(w-aju-pos)
               MOVE "P" TO w-aju-estado(w-aju-pos)
               MOVE SPACES TO w-aju-observ(w-aju-pos)
               MOVE ZEROS TO w-aju-goles-antes(w-aju-pos)
               MOVE ZEROS TO w-aju-goles-despues(w-aju-pos)
               MOVE ZERO TO w-aju-liberado(w-aju-pos)
               PERFORM 127-VALIDAR-AJUSTE
           ELSE
               ADD 1 TO w-cant-ajustes-omitidos
           END-IF.
       127-VALIDAR-AJUSTE.
           EVALUATE TRUE
               WHEN w-aju-division(w-aju-pos) IS EQUAL ZERO
                   MOVE "DIVISION INVALIDA"
                       TO w-aju-observ(w-aju-pos)
               WHEN aju-equipo IS NOT NUMERIC
                   MOVE "EQUIPO INEXISTENTE"
                       TO w-aju-observ(w-aju-pos)
               WHEN w-existe-equipo(w-aju-equipo(w-aju-pos) + 1)
                       IS NOT EQUAL 1
                   MOVE "EQUIPO INEXISTENTE"
                       TO w-aju-observ(w-aju-pos)
               WHEN w-aju-fecha(w-aju-pos) IS EQUAL ZERO
                   MOVE "FECHA INVALIDA" TO w-aju-observ(w-aju-pos)
               WHEN w-aju-jugador(w-aju-pos) IS EQUAL SPACES
                   MOVE "SIN JUGADOR" TO w-aju-observ(w-aju-pos)
               WHEN w-aju-goles(w-aju-pos) IS EQUAL ZERO
                   MOVE "CANTIDAD INVALIDA"
                       TO w-aju-observ(w-aju-pos)
               WHEN NOT w-aju-motivo-valido(w-aju-pos)
                   MOVE "MOTIVO INVALIDO" TO w-aju-observ(w-aju-pos)
               WHEN w-aju-autoriza(w-aju-pos) IS EQUAL SPACES
                   MOVE "SIN AUTORIZANTE" TO w-aju-observ(w-aju-pos)
           END-EVALUATE.
           IF w-aju-observ(w-aju-pos) IS NOT EQUAL SPACES
               MOVE "R" TO w-aju-estado(w-aju-pos)
           END-IF.
       140-CARGAR-PARTIDOS.
           OPEN INPUT PARTIDOS.
           PERFORM UNTIL w-flag-partidos IS EQUAL 1
               END-IF
           END-IF.

       192-APLICAR-AJUSTES-JUG.
      *    Los ajustes del jugador se aplican en orden sobre sus goles
      *    del master, antes del RELEASE. Uno que lo dejaria con goles
      *    negativos se rechaza y no cambia el acumulado.
           IF w-cant-ajustes > 0
               MOVE srt-cant-goles TO w-aju-goles-jug
               PERFORM VARYING w-aju-idx FROM 1 BY 1
                       UNTIL w-aju-idx > w-cant-ajustes
                   IF w-aju-estado(w-aju-idx) IS EQUAL "P"
                       AND w-aju-division(w-aju-idx)
                           IS EQUAL w-division-en-proceso
                       AND w-aju-jugador(w-aju-idx)
                           IS EQUAL srt-cod-jugador
                       AND (w-aju-equipo(w-aju-idx)
                               IS EQUAL w-equipo-en-proceso
                           OR w-aju-equipo(w-aju-idx)
                               IS EQUAL srt-cod-equipo)
                       PERFORM 193-APLICAR-UN-AJUSTE
                   END-IF
               END-PERFORM
               MOVE w-aju-goles-jug TO srt-cant-goles
           END-IF.
       193-APLICAR-UN-AJUSTE.
           IF w-aju-goles-jug + w-aju-goles(w-aju-idx) < ZERO
               MOVE "R" TO w-aju-estado(w-aju-idx)
               MOVE "QUEDARIA NEGATIVO" TO w-aju-observ(w-aju-idx)
           ELSE
               MOVE w-aju-goles-jug TO w-aju-goles-antes(w-aju-idx)
               ADD w-aju-goles(w-aju-idx) TO w-aju-goles-jug
               MOVE w-aju-goles-jug
                   TO w-aju-goles-despues(w-aju-idx)
               PERFORM 195-REGISTRAR-AJUSTE
           END-IF.
       194-LIBERAR-AJUSTES-PEND.
      *    Lo que queda pendiente no encontro al jugador en el master.
      *    Un ajuste positivo entra como jugador nuevo del equipo,
      *    igual que una novedad; uno negativo no tiene goles de
      *    donde restar y se rechaza.
           PERFORM VARYING w-aju-pos FROM 1 BY 1
                   UNTIL w-aju-pos > w-cant-ajustes
               IF w-aju-estado(w-aju-pos) IS EQUAL "P"
                   IF w-aju-goles(w-aju-pos) < ZERO
                       MOVE "R" TO w-aju-estado(w-aju-pos)
                       MOVE "JUGADOR SIN GOLES"
                           TO w-aju-observ(w-aju-pos)
                   ELSE
                       IF w-emt-equipo(w-aju-division(w-aju-pos),
                               w-aju-equipo(w-aju-pos) + 1)
                               IS NOT EQUAL 1
                           MOVE "R" TO w-aju-estado(w-aju-pos)
                           MOVE "EQUIPO SIN PLANTEL"
                               TO w-aju-observ(w-aju-pos)
                       ELSE
                           PERFORM 196-LIBERAR-UN-AJUSTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       195-REGISTRAR-AJUSTE.
           MOVE "A" TO w-aju-estado(w-aju-idx).
           IF w-aju-goles(w-aju-idx) > ZERO
               ADD w-aju-goles(w-aju-idx) TO w-ctl-goles-aju-sum
           ELSE
               SUBTRACT w-aju-goles(w-aju-idx)
                   FROM w-ctl-goles-aju-rest
           END-IF.
           IF modo-consolida OR modo-reproceso
               MOVE w-aju-division(w-aju-idx) TO his-division
               MOVE w-aju-fecha(w-aju-idx) TO his-fecha
               MOVE srt-cod-equipo TO his-equipo
               MOVE w-aju-jugador(w-aju-idx) TO his-jugador
               IF w-aju-goles(w-aju-idx) < ZERO
                   COMPUTE his-goles = 0 - w-aju-goles(w-aju-idx)
                   MOVE "-" TO his-signo
               ELSE
                   MOVE w-aju-goles(w-aju-idx) TO his-goles
                   MOVE SPACE TO his-signo
               END-IF
               WRITE his-reg
           END-IF.
       196-LIBERAR-UN-AJUSTE.
      *    Un jugador nuevo puede traer mas de un ajuste: lo ya
      *    liberado antes para la misma clave es su acumulado previo.
           MOVE ZERO TO w-aju-goles-jug.
           PERFORM VARYING w-aju-idx FROM 1 BY 1
                   UNTIL w-aju-idx >= w-aju-pos
               IF w-aju-liberado(w-aju-idx) IS EQUAL 1
                   AND w-aju-division(w-aju-idx)
                       IS EQUAL w-aju-division(w-aju-pos)
                   AND w-aju-equipo(w-aju-idx)
                       IS EQUAL w-aju-equipo(w-aju-pos)
                   AND w-aju-jugador(w-aju-idx)
                       IS EQUAL w-aju-jugador(w-aju-pos)
                   ADD w-aju-goles(w-aju-idx) TO w-aju-goles-jug
               END-IF
           END-PERFORM.
           MOVE w-aju-pos TO w-aju-idx.
           MOVE w-aju-goles-jug TO w-aju-goles-antes(w-aju-idx).
           ADD w-aju-goles(w-aju-idx) TO w-aju-goles-jug.
           MOVE w-aju-goles-jug TO w-aju-goles-despues(w-aju-idx).
           MOVE 1 TO w-aju-liberado(w-aju-idx).
           MOVE w-aju-division(w-aju-idx) TO srt-division.
           MOVE w-aju-jugador(w-aju-idx) TO srt-cod-jugador.
           MOVE w-aju-goles(w-aju-idx) TO srt-cant-goles.
           MOVE w-aju-division(w-aju-idx) TO w-pase-division-in.
           MOVE w-aju-equipo(w-aju-idx) TO w-pase-equipo-in.
           MOVE w-aju-jugador(w-aju-idx) TO w-pase-jugador-in.
           PERFORM 180-REKEY-EQUIPO.
           MOVE w-pase-equipo-out TO srt-cod-equipo.
           PERFORM 195-REGISTRAR-AJUSTE.
           RELEASE srt-reg.
           ADD 1 TO w-ctl-rel-sort.
       180-REKEY-EQUIPO.
           MOVE w-pase-equipo-in TO w-pase-equipo-out.
           MOVE ZERO TO w-flag-pase-encontrado.
           MOVE jug-cab-equ TO w-equipo-en-proceso.
           move jug-cab-div to srt-division.
           move jug-cab-equ to srt-cod-equipo.
           IF jug-cab-div > 0
               MOVE 1 TO w-emt-equipo(jug-cab-div, jug-cab-equ + 1)
           END-IF.
           PERFORM 200-LEER-JUGADORES.
           PERFORM UNTIL w-flag-jugadores is equal 1
                       or jug-cab-tiporeg is equal 1
                       MOVE srt-cod-jugador TO w-pase-jugador-in
                       PERFORM 180-REKEY-EQUIPO
                       MOVE w-pase-equipo-out TO srt-cod-equipo
                       PERFORM 192-APLICAR-AJUSTES-JUG
                       RELEASE srt-reg
                       ADD 1 TO w-ctl-rel-sort
                       PERFORM 200-LEER-JUGADORES
           MOVE jug-cab-equ TO w-equipo-en-proceso.
           move jug-cab-div to srt-division.
           move jug-cab-equ to srt-cod-equipo.
           IF jug-cab-div > 0
               MOVE 1 TO w-emt-equipo(jug-cab-div, jug-cab-equ + 1)
           END-IF.
           PERFORM 200-LEER-JUGADORES.
           PERFORM UNTIL w-flag-jugadores is equal 1
                       or jug-cab-tiporeg is equal 1
                       MOVE srt-cod-jugador TO w-pase-jugador-in
                       PERFORM 180-REKEY-EQUIPO
                       MOVE w-pase-equipo-out TO srt-cod-equipo
                       PERFORM 192-APLICAR-AJUSTES-JUG
                       RELEASE srt-reg
                       ADD 1 TO w-ctl-rel-sort
                       PERFORM 200-LEER-JUGADORES
                   MOVE w-pase-equipo-out TO his-equipo
                   MOVE nov-jugadores(w-i) TO his-jugador
                   MOVE nov-goles(w-i) TO his-goles
                   MOVE SPACE TO his-signo
                   WRITE his-reg
               END-IF
               RELEASE srt-reg
           END-PERFORM.

       600-FIN-GENERAL.
           PERFORM 194-LIBERAR-AJUSTES-PEND.
           CLOSE JUGADORES.
           CLOSE NOVEDADES.
           IF modo-consolida OR modo-reproceso
               CLOSE HISTORICO
           END-IF.
           PERFORM 650-INFORME-AJUSTES.

       650-INFORME-AJUSTES.
      *    Auditoria de ajustes: todo ajuste leido sale aca, aplicado
      *    con los goles antes y despues, o rechazado con el motivo.
           OPEN OUTPUT INFORME-AJUSTES.
           MOVE w-fecha-corrida TO iaj-fecha.
           MOVE w-modo-ejec TO iaj-modo.
           WRITE iaj-reg FROM iaj-guarda.
           WRITE iaj-reg FROM iaj-titulo.
           WRITE iaj-reg FROM iaj-guarda.
           PERFORM VARYING w-aju-idx FROM 1 BY 1
                   UNTIL w-aju-idx > w-cant-ajustes
               IF w-aju-estado(w-aju-idx) IS EQUAL "A"
                   ADD 1 TO w-cant-aju-aplicados
               ELSE
                   ADD 1 TO w-cant-aju-rechazados
               END-IF
           END-PERFORM.
           IF w-cant-ajustes IS EQUAL ZERO
               WRITE iaj-reg FROM iaj-sin-ajustes
           END-IF.
           IF w-cant-aju-aplicados > 0
               WRITE iaj-reg FROM iaj-sub-aplicados
               WRITE iaj-reg FROM iaj-columnas
               MOVE "A" TO w-aju-estado-listar
               PERFORM 655-IMPRIMIR-AJUSTES
           END-IF.
           IF w-cant-aju-rechazados > 0
               WRITE iaj-reg FROM iaj-sub-rechazados
               WRITE iaj-reg FROM iaj-columnas
               MOVE "R" TO w-aju-estado-listar
               PERFORM 655-IMPRIMIR-AJUSTES
           END-IF.
           IF w-cant-ajustes-omitidos > 0
               MOVE w-cant-ajustes-omitidos TO iaj-cant-omit
               WRITE iaj-reg FROM iaj-omitidos
           END-IF.
           WRITE iaj-reg FROM iaj-guarda.
           MOVE w-cant-aju-aplicados TO iaj-cant-aplicados.
           MOVE w-cant-aju-rechazados TO iaj-cant-rechazados.
           MOVE w-ctl-goles-aju-sum TO iaj-goles-sum.
           MOVE w-ctl-goles-aju-rest TO iaj-goles-rest.
           WRITE iaj-reg FROM iaj-totales.
           CLOSE INFORME-AJUSTES.

       655-IMPRIMIR-AJUSTES.
           PERFORM VARYING w-aju-idx FROM 1 BY 1
                   UNTIL w-aju-idx > w-cant-ajustes
               IF w-aju-estado(w-aju-idx) IS EQUAL w-aju-estado-listar
                   MOVE w-aju-division(w-aju-idx) TO iaj-division
                   MOVE w-aju-equipo(w-aju-idx) TO iaj-equipo
                   MOVE w-aju-fecha(w-aju-idx) TO iaj-nro-fecha
                   MOVE w-aju-jugador(w-aju-idx) TO iaj-jugador
                   MOVE w-aju-goles(w-aju-idx) TO iaj-goles
                   MOVE w-aju-motivo(w-aju-idx) TO iaj-motivo
                   MOVE w-aju-autoriza(w-aju-idx) TO iaj-autoriza
                   MOVE SPACES TO iaj-observ
                   IF w-aju-estado-listar IS EQUAL "A"
                       MOVE w-aju-goles-antes(w-aju-idx)
                           TO iaj-goles-antes
                       MOVE w-aju-goles-despues(w-aju-idx)
                           TO iaj-goles-despues
                   ELSE
                       MOVE w-aju-observ(w-aju-idx) TO iaj-observ
                   END-IF
                   WRITE iaj-reg FROM iaj-detalle
               END-IF
           END-PERFORM.

      ******* RUTINAS OUTPUT-PROCEDURE ****************************************
       700-INICIO-OUTPUT-GENERAL.
           OPEN EXTEND CONTROL-CORRIDA.
           MOVE ZERO TO w-flag-desbalance.
           COMPUTE w-ctl-goles-entrada = w-ctl-goles-jug
               + w-ctl-goles-nov - w-ctl-goles-desc
               + w-ctl-goles-aju-sum - w-ctl-goles-aju-rest.
           IF w-ctl-goles-entrada IS NOT EQUAL w-acum-torneo
               MOVE 1 TO w-flag-desbalance
           END-IF.
           MOVE w-ctl-goles-nov TO ict-goles-nov.
           MOVE w-ctl-goles-desc TO ict-goles-desc.
           WRITE ict-reg FROM ctl-linea4.
           MOVE w-ctl-goles-aju-sum TO ict-goles-aju-sum.
           MOVE w-ctl-goles-aju-rest TO ict-goles-aju-rest.
           WRITE ict-reg FROM ctl-linea7.
           MOVE w-ctl-goles-entrada TO ict-goles-entrada.
           MOVE w-acum-torneo TO ict-goles-torneo.
           WRITE ict-reg FROM ctl-linea5.
                   MOVE 1 TO w-flag-cierre-rech
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 8700-RESPALDAR-MAESTROS
                   PERFORM 7150-GRABAR-CAB-CIERRE
                   PERFORM 7200-ARCHIVAR-JUGADORES
                   PERFORM 7300-ARCHIVAR-SANCIONES
                   PERFORM 7350-ARCHIVAR-MULTAS
                   PERFORM 7400-ARCHIVAR-POSICIONES
                   PERFORM 7500-REINICIAR-TEMPORADA
                   PERFORM 7600-IMPRIMIR-RESUMEN-CIERRE
               MOVE w-san-jugador(w-san-idx) TO hht-san-jugador
               MOVE w-san-amar-sanc(w-san-idx) TO hht-san-amar
               MOVE w-san-rojas-sanc(w-san-idx) TO hht-san-rojas
               MOVE w-san-amar-anul(w-san-idx) TO hht-san-amar-anul
               MOVE w-san-rojas-anul(w-san-idx) TO hht-san-rojas-anul
               WRITE hht-reg
           END-PERFORM.
           PERFORM 7320-ARCHIVAR-TARJETAS.
           CLOSE TARJETAS.
           PERFORM VARYING w-acu-idx FROM 1 BY 1
                   UNTIL w-acu-idx > w-cant-acum-tar
               PERFORM 7340-DESCONTAR-ANULADAS
               MOVE SPACES TO hht-reg
               MOVE w-torneo-id TO hht-torneo
               MOVE "T" TO hht-tipo
               END-IF
           END-IF.

       7340-DESCONTAR-ANULADAS.
      *    El registro "T" guarda las tarjetas efectivas: las que
      *    anulo el tribunal quedan fuera del acumulado archivado.
           MOVE ZERO TO w-flag-san-encontrado.
           PERFORM VARYING w-san-idx FROM 1 BY 1
                   UNTIL w-san-idx > w-cant-sanciones
                   OR w-flag-san-encontrado IS EQUAL 1
               IF w-san-division(w-san-idx)
                       IS EQUAL w-acu-division(w-acu-idx)
                   AND w-san-equipo(w-san-idx)
                       IS EQUAL w-acu-equipo(w-acu-idx)
                   AND w-san-jugador(w-san-idx)
                       IS EQUAL w-acu-jugador(w-acu-idx)
                   MOVE w-san-idx TO w-san-pos
                   MOVE 1 TO w-flag-san-encontrado
               END-IF
           END-PERFORM.
           IF w-flag-san-encontrado IS EQUAL 1
               IF w-acu-amarillas(w-acu-idx)
                       > w-san-amar-anul(w-san-pos)
                   SUBTRACT w-san-amar-anul(w-san-pos)
                       FROM w-acu-amarillas(w-acu-idx)
               ELSE
                   MOVE ZERO TO w-acu-amarillas(w-acu-idx)
               END-IF
               IF w-acu-rojas(w-acu-idx) > w-san-rojas-anul(w-san-pos)
                   SUBTRACT w-san-rojas-anul(w-san-pos)
                       FROM w-acu-rojas(w-acu-idx)
               ELSE
                   MOVE ZERO TO w-acu-rojas(w-acu-idx)
               END-IF
           END-IF.

       7350-ARCHIVAR-MULTAS.
      *    Los saldos de multas pasan al historial con el torneo pero
      *    no vuelven a cero: la deuda del club sigue en la temporada
      *    nueva. Solo se limpian las tarjetas ya cobradas, porque
      *    7500 vacia tarjetas.dat y la cuenta de tarjetas arranca de
      *    nuevo.
           PERFORM 8020-CARGAR-SALDOS.
           PERFORM VARYING w-mul-idx FROM 1 BY 1 UNTIL w-mul-idx > 100
               IF w-mul-activo(w-mul-idx) IS EQUAL 1
                   MOVE SPACES TO hht-reg
                   MOVE w-torneo-id TO hht-torneo
                   MOVE "M" TO hht-tipo
                   COMPUTE hht-mul-equipo = w-mul-idx - 1
                   MOVE w-mul-saldo(w-mul-idx) TO hht-mul-saldo
                   MOVE w-mul-amar-cobradas(w-mul-idx)
                       TO hht-mul-amar-cobradas
                   MOVE w-mul-rojas-cobradas(w-mul-idx)
                       TO hht-mul-rojas-cobradas
                   WRITE hht-reg
                   MOVE ZERO TO w-mul-amar-cobradas(w-mul-idx)
                   MOVE ZERO TO w-mul-rojas-cobradas(w-mul-idx)
               END-IF
           END-PERFORM.
           PERFORM 8350-PUBLICAR-SALDOS.

       7400-ARCHIVAR-POSICIONES.
           PERFORM 140-CARGAR-PARTIDOS.
           PERFORM 145-CARGAR-DESCUENTOS.
               MOVE w-cant-acum-tar-omit TO icr-cant-tar-omit
               WRITE icr-reg FROM icr-tar-omit
           END-IF.
           MOVE w-cant-mul-saldos TO icr-cant-multas.
           WRITE icr-reg FROM icr-multas.
           WRITE icr-reg FROM icr-nuevo.
           WRITE icr-reg FROM icr-guarda.

           CLOSE INFORME-FECHAS.

       6100-ACUMULAR-HISTORICO.
      *    Un ajuste con signo "-" resta lo que ya sumo la fecha.
           IF his-fecha > 0 AND his-division > 0
               MOVE 1 TO w-fecha-presente(his-fecha)
               IF his-ajuste-negativo
                   IF his-goles > w-gf-equipo
                           (his-division, his-fecha, his-equipo + 1)
                       MOVE ZERO TO w-gf-equipo
                           (his-division, his-fecha, his-equipo + 1)
                   ELSE
                       SUBTRACT his-goles FROM w-gf-equipo
                           (his-division, his-fecha, his-equipo + 1)
                   END-IF
               ELSE
                   ADD his-goles TO w-gf-equipo
                       (his-division, his-fecha, his-equipo + 1)
               END-IF
               PERFORM 6110-ACUMULAR-GOLEADOR
           END-IF.

               END-IF
           END-PERFORM.
           IF w-flag-glf-encontrado IS EQUAL 1
               IF his-ajuste-negativo
                   IF his-goles > w-glf-goles(w-glf-pos)
                       MOVE ZERO TO w-glf-goles(w-glf-pos)
                   ELSE
                       SUBTRACT his-goles FROM w-glf-goles(w-glf-pos)
                   END-IF
               ELSE
                   ADD his-goles TO w-glf-goles(w-glf-pos)
               END-IF
           ELSE
      *        Un ajuste negativo sin goles previos en la fecha no
      *        abre goleador.
               IF his-ajuste-negativo
                   CONTINUE
               ELSE
                   IF w-cant-golfecha < 2000
                       ADD 1 TO w-cant-golfecha
                       MOVE his-division
                           TO w-glf-division(w-cant-golfecha)
                       MOVE his-fecha TO w-glf-fecha(w-cant-golfecha)
                       MOVE his-equipo
                           TO w-glf-equipo(w-cant-golfecha)
                       MOVE his-jugador
                           TO w-glf-jugador(w-cant-golfecha)
                       MOVE his-goles TO w-glf-goles(w-cant-golfecha)
                   ELSE
                       ADD 1 TO w-cant-golfecha-omit
                   END-IF
               END-IF
           END-IF.

           MOVE ZERO TO w-flag-equipo.
           PERFORM 2020-LEER-EQUIPOS-TAR.
           PERFORM 2040-CARGAR-SANCIONES.
           PERFORM 2070-CARGAR-RESOL-APLICADAS.
           PERFORM 2060-CARGAR-RESOLUCIONES.
           PERFORM 8010-CARGAR-TARIFAS.
           PERFORM 8020-CARGAR-SALDOS.

       2040-CARGAR-SANCIONES.
           OPEN INPUT SANCIONES.
                   TO w-san-amar-sanc(w-cant-sanciones)
               MOVE san-rojas-sanc
                   TO w-san-rojas-sanc(w-cant-sanciones)
      *        Registros grabados antes de existir las anulaciones
      *        del tribunal no traen esas columnas: cuentan cero.
               IF san-amar-anul IS NUMERIC
                   MOVE san-amar-anul
                       TO w-san-amar-anul(w-cant-sanciones)
               ELSE
                   MOVE ZERO TO w-san-amar-anul(w-cant-sanciones)
               END-IF
               IF san-rojas-anul IS NUMERIC
                   MOVE san-rojas-anul
                       TO w-san-rojas-anul(w-cant-sanciones)
               ELSE
                   MOVE ZERO TO w-san-rojas-anul(w-cant-sanciones)
               END-IF
           ELSE
               ADD 1 TO w-cant-sanciones-omitidas
           END-IF.
               END-IF
           END-PERFORM.

       2055-UBICAR-SANCION.
      *    Busca la sancion del jugador en proceso y, si no tiene,
      *    le abre una en cero: las anulaciones del tribunal y el
      *    calculo de suspensiones trabajan sobre la misma entrada.
           PERFORM 2050-BUSCAR-SANCION.
           IF w-flag-san-encontrado IS NOT EQUAL 1
               IF w-cant-sanciones < 500
                   ADD 1 TO w-cant-sanciones
                   MOVE w-cant-sanciones TO w-san-pos
                   MOVE w-cod-div-tar-ant
                       TO w-san-division(w-san-pos)
                   MOVE w-cod-equ-tar-ant
                       TO w-san-equipo(w-san-pos)
                   MOVE w-cod-jug-tar-ant
                       TO w-san-jugador(w-san-pos)
                   MOVE ZERO TO w-san-amar-sanc(w-san-pos)
                   MOVE ZERO TO w-san-rojas-sanc(w-san-pos)
                   MOVE ZERO TO w-san-amar-anul(w-san-pos)
                   MOVE ZERO TO w-san-rojas-anul(w-san-pos)
                   MOVE 1 TO w-flag-san-encontrado
               ELSE
                   ADD 1 TO w-cant-sanciones-omitidas
               END-IF
           END-IF.

       2060-CARGAR-RESOLUCIONES.
      *    Resoluciones del tribunal de disciplina. Cada una se valida
      *    al entrar; las que pasan quedan pendientes hasta que la
      *    corrida encuentra la tarjeta o la suspension que tocan.
           OPEN INPUT RESOLUCIONES.
           PERFORM UNTIL w-flag-resoluciones IS EQUAL 1
               READ RESOLUCIONES
                   AT END MOVE 1 TO w-flag-resoluciones
                   NOT AT END PERFORM 2065-AGREGAR-RESOLUCION
               END-READ
           END-PERFORM.
           CLOSE RESOLUCIONES.

       2065-AGREGAR-RESOLUCION.
           IF w-cant-resol < 200
               ADD 1 TO w-cant-resol
               MOVE w-cant-resol TO w-res-pos
               MOVE res-division TO w-res-division(w-res-pos)
               MOVE res-equipo TO w-res-equipo(w-res-pos)
               MOVE res-jugador TO w-res-jugador(w-res-pos)
               MOVE res-tipo TO w-res-tipo(w-res-pos)
               IF res-fechas IS NUMERIC
                   MOVE res-fechas TO w-res-fechas(w-res-pos)
               ELSE
                   MOVE ZERO TO w-res-fechas(w-res-pos)
               END-IF
               MOVE res-numero TO w-res-numero(w-res-pos)
               MOVE res-fecha TO w-res-fecha(w-res-pos)
               MOVE "P" TO w-res-estado(w-res-pos)
               MOVE SPACES TO w-res-observ(w-res-pos)
               PERFORM 2066-VALIDAR-RESOLUCION
           ELSE
               ADD 1 TO w-cant-resol-omitidas
           END-IF.

       2066-VALIDAR-RESOLUCION.
           IF NOT w-res-anula-roja(w-res-pos)
               AND NOT w-res-anula-amarilla(w-res-pos)
               AND NOT w-res-reduce-fechas(w-res-pos)
               AND NOT w-res-amplia-fechas(w-res-pos)
               MOVE "R" TO w-res-estado(w-res-pos)
               MOVE "TIPO INVALIDO" TO w-res-observ(w-res-pos)
           END-IF.
           IF w-res-estado(w-res-pos) IS EQUAL "P"
               AND w-res-numero(w-res-pos) IS EQUAL SPACES
               MOVE "R" TO w-res-estado(w-res-pos)
               MOVE "SIN NUMERO" TO w-res-observ(w-res-pos)
           END-IF.
           IF w-res-estado(w-res-pos) IS EQUAL "P"
               AND (w-res-reduce-fechas(w-res-pos)
                   OR w-res-amplia-fechas(w-res-pos))
               AND w-res-fechas(w-res-pos) IS EQUAL ZERO
               MOVE "R" TO w-res-estado(w-res-pos)
               MOVE "SIN FECHAS" TO w-res-observ(w-res-pos)
           END-IF.
      *    Una resolucion ya asentada en corridas anteriores, o
      *    repetida en el mismo archivo, no se vuelve a aplicar.
           IF w-res-estado(w-res-pos) IS EQUAL "P"
               MOVE ZERO TO w-flag-resol-repetida
               PERFORM VARYING w-m FROM 1 BY 1
                       UNTIL w-m > w-cant-resol-log
                       OR w-flag-resol-repetida IS EQUAL 1
                   IF w-rlg-numero(w-m) IS EQUAL
                           w-res-numero(w-res-pos)
                       AND w-rlg-division(w-m) IS EQUAL
                           w-res-division(w-res-pos)
                       AND w-rlg-equipo(w-m) IS EQUAL
                           w-res-equipo(w-res-pos)
                       AND w-rlg-jugador(w-m) IS EQUAL
                           w-res-jugador(w-res-pos)
                       AND w-rlg-tipo(w-m) IS EQUAL
                           w-res-tipo(w-res-pos)
                       MOVE 1 TO w-flag-resol-repetida
                   END-IF
               END-PERFORM
               IF w-flag-resol-repetida IS EQUAL 1
                   MOVE "R" TO w-res-estado(w-res-pos)
                   MOVE "YA APLICADA" TO w-res-observ(w-res-pos)
               END-IF
           END-IF.
           IF w-res-estado(w-res-pos) IS EQUAL "P"
               MOVE ZERO TO w-flag-resol-repetida
               PERFORM VARYING w-res-idx FROM 1 BY 1
                       UNTIL w-res-idx >= w-res-pos
                       OR w-flag-resol-repetida IS EQUAL 1
                   IF w-res-numero(w-res-idx) IS EQUAL
                           w-res-numero(w-res-pos)
                       AND w-res-division(w-res-idx) IS EQUAL
                           w-res-division(w-res-pos)
                       AND w-res-equipo(w-res-idx) IS EQUAL
                           w-res-equipo(w-res-pos)
                       AND w-res-jugador(w-res-idx) IS EQUAL
                           w-res-jugador(w-res-pos)
                       AND w-res-tipo(w-res-idx) IS EQUAL
                           w-res-tipo(w-res-pos)
                       MOVE 1 TO w-flag-resol-repetida
                   END-IF
               END-PERFORM
               IF w-flag-resol-repetida IS EQUAL 1
                   MOVE "R" TO w-res-estado(w-res-pos)
                   MOVE "DUPLICADA" TO w-res-observ(w-res-pos)
               END-IF
           END-IF.

       2070-CARGAR-RESOL-APLICADAS.
           OPEN INPUT RESOLUCIONES-APLIC.
           PERFORM UNTIL w-flag-resol-aplic IS EQUAL 1
               READ RESOLUCIONES-APLIC
                   AT END MOVE 1 TO w-flag-resol-aplic
                   NOT AT END
                       IF w-cant-resol-log < 2000
                           ADD 1 TO w-cant-resol-log
                           MOVE rap-division
                               TO w-rlg-division(w-cant-resol-log)
                           MOVE rap-equipo
                               TO w-rlg-equipo(w-cant-resol-log)
                           MOVE rap-jugador
                               TO w-rlg-jugador(w-cant-resol-log)
                           MOVE rap-tipo
                               TO w-rlg-tipo(w-cant-resol-log)
                           MOVE rap-numero
                               TO w-rlg-numero(w-cant-resol-log)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESOLUCIONES-APLIC.

       2730-IMPRIMO-ENCABEZADO-TAR.
           WRITE lis-tar-reg FROM cabecera-tar4 AFTER 1.
           WRITE lis-tar-reg FROM cabecera-tar1 AFTER 1.
           IF w-flag-susp-vigente IS EQUAL 1
               PERFORM 2206-REG-EXCEPCION-SUSP-TAR
           END-IF.
      *    Las tarjetas anuladas por el tribunal siguen en el archivo
      *    de tarjetas pero dejan de contar: desde aca el jugador
      *    lleva solo las efectivas, para el listado, el club y las
      *    suspensiones.
           PERFORM 2055-UBICAR-SANCION.
           IF w-flag-san-encontrado IS EQUAL 1
               PERFORM 2260-APLICAR-ANULACIONES
               PERFORM 2265-DESCONTAR-ANULADAS
           END-IF.
           MOVE w-acum-jugador-tar-am TO l-tar-amarillas.
           MOVE w-acum-jugador-tar-roj TO l-tar-rojas.
           WRITE lis-tar-reg FROM detalle-tar1 AFTER 1
      *    Reglas de liga: cada roja vale 1 fecha; cada 5 amarillas
      *    acumuladas vale 1 fecha. Lo ya sancionado en corridas
      *    anteriores queda asentado en SANCIONES y no se repite.
      *    La entrada de SANCIONES ya la ubico 2200 con 2055.
           IF w-flag-san-encontrado IS EQUAL 1
               PERFORM 2211-SANCION-ROJAS
               PERFORM 2212-SANCION-AMARILLAS
               MOVE w-batches-amar TO w-san-amar-sanc(w-san-pos)
           END-IF.

       2260-APLICAR-ANULACIONES.
           PERFORM VARYING w-res-idx FROM 1 BY 1
                   UNTIL w-res-idx > w-cant-resol
               IF w-res-estado(w-res-idx) IS EQUAL "P"
                   AND w-res-division(w-res-idx)
                       IS EQUAL w-cod-div-tar-ant
                   AND w-res-equipo(w-res-idx)
                       IS EQUAL w-cod-equ-tar-ant
                   AND w-res-jugador(w-res-idx)
                       IS EQUAL w-cod-jug-tar-ant
                   IF w-res-anula-roja(w-res-idx)
                       PERFORM 2261-ANULAR-ROJA
                   END-IF
                   IF w-res-anula-amarilla(w-res-idx)
                       PERFORM 2262-ANULAR-AMARILLA
                   END-IF
               END-IF
           END-PERFORM.

       2261-ANULAR-ROJA.
      *    Cada resolucion anula una tarjeta. Si esa roja ya habia
      *    generado suspension en otra corrida, se devuelve lo
      *    sancionado y se libera la fecha que quede pendiente.
           IF w-acum-jugador-tar-roj > w-san-rojas-anul(w-san-pos)
               ADD 1 TO w-san-rojas-anul(w-san-pos)
               COMPUTE w-tar-efectivas = w-acum-jugador-tar-roj
                   - w-san-rojas-anul(w-san-pos)
               MOVE "A" TO w-res-estado(w-res-idx)
               MOVE "TARJETA ANULADA" TO w-res-observ(w-res-idx)
               IF w-san-rojas-sanc(w-san-pos) > w-tar-efectivas
                   SUBTRACT 1 FROM w-san-rojas-sanc(w-san-pos)
                   MOVE "TARJETA ROJA" TO w-motivo-susp
                   PERFORM 2263-DESCONTAR-SUSP-MAST
               END-IF
           ELSE
               MOVE "R" TO w-res-estado(w-res-idx)
               MOVE "SIN TARJETA" TO w-res-observ(w-res-idx)
           END-IF.

       2262-ANULAR-AMARILLA.
           IF w-acum-jugador-tar-am > w-san-amar-anul(w-san-pos)
               ADD 1 TO w-san-amar-anul(w-san-pos)
               COMPUTE w-tar-efectivas = w-acum-jugador-tar-am
                   - w-san-amar-anul(w-san-pos)
               COMPUTE w-batches-amar = w-tar-efectivas / 5
               MOVE "A" TO w-res-estado(w-res-idx)
               MOVE "TARJETA ANULADA" TO w-res-observ(w-res-idx)
               IF w-san-amar-sanc(w-san-pos) > w-batches-amar
                   SUBTRACT 1 FROM w-san-amar-sanc(w-san-pos)
                   MOVE "ACUM. AMARILLAS" TO w-motivo-susp
                   PERFORM 2263-DESCONTAR-SUSP-MAST
               END-IF
           ELSE
               MOVE "R" TO w-res-estado(w-res-idx)
               MOVE "SIN TARJETA" TO w-res-observ(w-res-idx)
           END-IF.

       2263-DESCONTAR-SUSP-MAST.
      *    La suspension que genero la tarjeta anulada pierde la
      *    fecha que aportaba, si todavia no la cumplio.
           MOVE ZERO TO w-flag-susp-modif.
           PERFORM VARYING w-smt-idx FROM 1 BY 1
                   UNTIL w-smt-idx > w-cant-susp-mast
                   OR w-flag-susp-modif IS EQUAL 1
               IF w-smt-division(w-smt-idx) IS EQUAL w-cod-div-tar-ant
                   AND w-smt-jugador(w-smt-idx)
                       IS EQUAL w-cod-jug-tar-ant
                   AND w-smt-motivo(w-smt-idx) IS EQUAL w-motivo-susp
                   AND w-smt-fechas(w-smt-idx) > 0
                   SUBTRACT 1 FROM w-smt-fechas(w-smt-idx)
                   MOVE 1 TO w-flag-susp-modif
                   MOVE "LIBERA 1 FECHA" TO w-res-observ(w-res-idx)
               END-IF
           END-PERFORM.

       2265-DESCONTAR-ANULADAS.
           IF w-acum-jugador-tar-am > w-san-amar-anul(w-san-pos)
               SUBTRACT w-san-amar-anul(w-san-pos)
                   FROM w-acum-jugador-tar-am
           ELSE
               MOVE ZERO TO w-acum-jugador-tar-am
           END-IF.
           IF w-acum-jugador-tar-roj > w-san-rojas-anul(w-san-pos)
               SUBTRACT w-san-rojas-anul(w-san-pos)
                   FROM w-acum-jugador-tar-roj
           ELSE
               MOVE ZERO TO w-acum-jugador-tar-roj
           END-IF.

       2215-REG-SUSPENSION.
      *    La suspension nueva ya no se graba directo al archivo:
      *    queda en tabla y 2330 la publica junto con lo pendiente
           ELSE
               ADD 1 TO w-cant-susp-omitidas
           END-IF.
           PERFORM 8110-CARGO-SUSPENSION.

       2300-FIN-EQUIPO-TAR.
           MOVE w-cod-equ-tar-ant TO l-tar-equipo.
           WRITE lis-tar-reg FROM detalle-tar2 AFTER 1
               AT END-OF-PAGE PERFORM 2730-IMPRIMO-ENCABEZADO-TAR
           END-WRITE.
      *    La multa es del club: suma las tarjetas efectivas de todas
      *    sus divisiones.
           ADD w-acum-equipo-tar-am
               TO w-mul-amar-efect(w-cod-equ-tar-ant + 1).
           ADD w-acum-equipo-tar-roj
               TO w-mul-rojas-efect(w-cod-equ-tar-ant + 1).

       2205-REG-EXCEPCION-PADRON-TAR.
           MOVE ZERO TO w-flag-exc-pad-ya.
               END-WRITE
               PERFORM VARYING w-i FROM 1 BY 1
                       UNTIL w-i > w-cant-susp
                   IF w-susp-fechas(w-i) > 0
                       MOVE w-susp-division(w-i) TO l-sus-division
                       MOVE w-susp-equipo(w-i) TO l-sus-equipo
                       MOVE w-susp-jugador(w-i) TO l-sus-jugador
                       MOVE w-susp-jugador(w-i)
                           TO w-padron-jugador-in
                       PERFORM 185-BUSCAR-PADRON
                       MOVE w-padron-nombre-out TO l-sus-nombre
                       MOVE w-susp-motivo(w-i) TO l-sus-motivo
                       MOVE w-susp-fechas(w-i) TO l-sus-fechas
                       WRITE lis-tar-reg FROM detalle-tar3 AFTER 1
                           AT END-OF-PAGE
                               PERFORM 2730-IMPRIMO-ENCABEZADO-TAR
                       END-WRITE
                   END-IF
               END-PERFORM
               WRITE lis-tar-reg FROM cabecera-tar4 AFTER 1
                   AT END-OF-PAGE
               MOVE w-san-jugador(w-san-idx) TO snv-jugador
               MOVE w-san-amar-sanc(w-san-idx) TO snv-amar-sanc
               MOVE w-san-rojas-sanc(w-san-idx) TO snv-rojas-sanc
               MOVE w-san-amar-anul(w-san-idx) TO snv-amar-anul
               MOVE w-san-rojas-anul(w-san-idx) TO snv-rojas-anul
               WRITE snv-reg
           END-PERFORM.
           CLOSE SANCIONES-NVA.
               END-IF
           END-PERFORM.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cant-susp
               IF w-susp-fechas(w-i) > 0
                   MOVE w-susp-division(w-i) TO snu-division
                   MOVE w-susp-equipo(w-i) TO snu-equipo
                   MOVE w-susp-jugador(w-i) TO snu-jugador
                   MOVE w-susp-motivo(w-i) TO snu-motivo
                   MOVE w-susp-fechas(w-i) TO snu-fechas
                   WRITE snu-reg
               END-IF
           END-PERFORM.
           CLOSE SUSPENDIDOS-NVA.
           CALL "CBL_RENAME_FILE" USING w-suspendidos-tmp-path
               END-WRITE
           END-IF.

       2340-APLICAR-RESOL-FECHAS.
      *    Reducciones y ampliaciones se aplican sobre lo pendiente
      *    antes de publicar suspendidos, para que la fecha que
      *    consolida esta corrida se descuente del total corregido.
           PERFORM VARYING w-res-idx FROM 1 BY 1
                   UNTIL w-res-idx > w-cant-resol
               IF w-res-estado(w-res-idx) IS EQUAL "P"
                   AND (w-res-reduce-fechas(w-res-idx)
                       OR w-res-amplia-fechas(w-res-idx))
                   PERFORM 2341-MODIFICAR-FECHAS
               END-IF
           END-PERFORM.

       2341-MODIFICAR-FECHAS.
      *    Primero contra el maestro de pendientes; si el jugador no
      *    tiene nada pendiente ahi, contra las suspensiones que
      *    genero esta misma corrida.
           MOVE ZERO TO w-flag-susp-modif.
           PERFORM VARYING w-smt-idx FROM 1 BY 1
                   UNTIL w-smt-idx > w-cant-susp-mast
                   OR w-flag-susp-modif IS EQUAL 1
               IF w-smt-division(w-smt-idx)
                       IS EQUAL w-res-division(w-res-idx)
                   AND w-smt-jugador(w-smt-idx)
                       IS EQUAL w-res-jugador(w-res-idx)
                   AND w-smt-fechas(w-smt-idx) > 0
                   MOVE w-smt-fechas(w-smt-idx)
                       TO w-susp-fechas-nuevas
                   PERFORM 2342-CALCULAR-FECHAS
                   MOVE w-susp-fechas-nuevas
                       TO w-smt-fechas(w-smt-idx)
                   MOVE 1 TO w-flag-susp-modif
               END-IF
           END-PERFORM.
           PERFORM VARYING w-i FROM 1 BY 1
                   UNTIL w-i > w-cant-susp
                   OR w-flag-susp-modif IS EQUAL 1
               IF w-susp-division(w-i)
                       IS EQUAL w-res-division(w-res-idx)
                   AND w-susp-jugador(w-i)
                       IS EQUAL w-res-jugador(w-res-idx)
                   AND w-susp-fechas(w-i) > 0
                   MOVE w-susp-fechas(w-i) TO w-susp-fechas-nuevas
                   PERFORM 2342-CALCULAR-FECHAS
                   MOVE w-susp-fechas-nuevas TO w-susp-fechas(w-i)
                   MOVE 1 TO w-flag-susp-modif
               END-IF
           END-PERFORM.
           IF w-flag-susp-modif IS EQUAL 1
               MOVE "A" TO w-res-estado(w-res-idx)
               MOVE w-susp-fechas-nuevas TO w-obs-quedan-fechas
               MOVE w-obs-quedan TO w-res-observ(w-res-idx)
           ELSE
               MOVE "R" TO w-res-estado(w-res-idx)
               MOVE "SIN SUSPENSION" TO w-res-observ(w-res-idx)
           END-IF.

       2342-CALCULAR-FECHAS.
           IF w-res-reduce-fechas(w-res-idx)
               IF w-res-fechas(w-res-idx) < w-susp-fechas-nuevas
                   SUBTRACT w-res-fechas(w-res-idx)
                       FROM w-susp-fechas-nuevas
               ELSE
                   MOVE ZERO TO w-susp-fechas-nuevas
               END-IF
           ELSE
               ADD w-res-fechas(w-res-idx) TO w-susp-fechas-nuevas
               IF w-susp-fechas-nuevas > 99
                   MOVE 99 TO w-susp-fechas-nuevas
               END-IF
           END-IF.

       2345-CERRAR-RESOLUCIONES.
      *    Lo que sigue pendiente al final no encontro la tarjeta a
      *    anular: se rechaza y queda en el archivo para otra corrida.
           PERFORM VARYING w-res-idx FROM 1 BY 1
                   UNTIL w-res-idx > w-cant-resol
               IF w-res-estado(w-res-idx) IS EQUAL "P"
                   MOVE "R" TO w-res-estado(w-res-idx)
                   MOVE "SIN TARJETA" TO w-res-observ(w-res-idx)
               END-IF
               IF w-res-estado(w-res-idx) IS EQUAL "A"
                   ADD 1 TO w-cant-resol-aplicadas
               ELSE
                   ADD 1 TO w-cant-resol-rechazadas
               END-IF
           END-PERFORM.

       2350-ASENTAR-RESOLUCIONES.
      *    Las aplicadas se asientan junto con la publicacion de
      *    sanciones y suspendidos, para no repetirlas si el archivo
      *    de resoluciones vuelve a entrar en otra corrida.
           IF w-cant-resol-aplicadas > 0
               OPEN EXTEND RESOLUCIONES-APLIC
               PERFORM VARYING w-res-idx FROM 1 BY 1
                       UNTIL w-res-idx > w-cant-resol
                   IF w-res-estado(w-res-idx) IS EQUAL "A"
                       MOVE w-res-division(w-res-idx) TO rap-division
                       MOVE w-res-equipo(w-res-idx) TO rap-equipo
                       MOVE w-res-jugador(w-res-idx) TO rap-jugador
                       MOVE w-res-tipo(w-res-idx) TO rap-tipo
                       MOVE w-res-fechas(w-res-idx) TO rap-fechas
                       MOVE w-res-numero(w-res-idx) TO rap-numero
                       MOVE w-res-fecha(w-res-idx) TO rap-fecha
                       MOVE w-fecha-corrida TO rap-fecha-aplic
                       WRITE rap-reg
                   END-IF
               END-PERFORM
               CLOSE RESOLUCIONES-APLIC
           END-IF.

       2309-IMPRIMIR-RESOLUCIONES.
           IF w-cant-resol-aplicadas > 0
               WRITE lis-tar-reg FROM cabecera-tar4 AFTER 1
                   AT END-OF-PAGE
                       PERFORM 2730-IMPRIMO-ENCABEZADO-TAR
               END-WRITE
               WRITE lis-tar-reg FROM cabecera-tar9 AFTER 1
                   AT END-OF-PAGE
                       PERFORM 2730-IMPRIMO-ENCABEZADO-TAR
               END-WRITE
               MOVE "A" TO w-res-estado-listar
               PERFORM 2311-LISTAR-RESOLUCIONES
           END-IF.
           IF w-cant-resol-rechazadas > 0
               WRITE lis-tar-reg FROM cabecera-tar4 AFTER 1
                   AT END-OF-PAGE
                       PERFORM 2730-IMPRIMO-ENCABEZADO-TAR
               END-WRITE
               WRITE lis-tar-reg FROM cabecera-tar10 AFTER 1
                   AT END-OF-PAGE
                       PERFORM 2730-IMPRIMO-ENCABEZADO-TAR
               END-WRITE
               MOVE "R" TO w-res-estado-listar
               PERFORM 2311-LISTAR-RESOLUCIONES
           END-IF.
           IF w-cant-resol-omitidas > 0
               MOVE w-cant-resol-omitidas TO l-resol-omit
               WRITE lis-tar-reg FROM detalle-tar8 AFTER 1
                   AT END-OF-PAGE
                       PERFORM 2730-IMPRIMO-ENCABEZADO-TAR
               END-WRITE
           END-IF.

       2311-LISTAR-RESOLUCIONES.
           WRITE lis-tar-reg FROM cabecera-tar11 AFTER 1
               AT END-OF-PAGE
                   PERFORM 2730-IMPRIMO-ENCABEZADO-TAR
           END-WRITE.
           WRITE lis-tar-reg FROM cabecera-tar4 AFTER 1
               AT END-OF-PAGE
                   PERFORM 2730-IMPRIMO-ENCABEZADO-TAR
           END-WRITE.
           PERFORM VARYING w-res-idx FROM 1 BY 1
                   UNTIL w-res-idx > w-cant-resol
               IF w-res-estado(w-res-idx) IS EQUAL w-res-estado-listar
                   MOVE w-res-division(w-res-idx) TO l-res-division
                   MOVE w-res-equipo(w-res-idx) TO l-res-equipo
                   MOVE w-res-jugador(w-res-idx) TO l-res-jugador
                   EVALUATE TRUE
                       WHEN w-res-anula-roja(w-res-idx)
                           MOVE "ANULA ROJA" TO l-res-tipo
                       WHEN w-res-anula-amarilla(w-res-idx)
                           MOVE "ANULA AMARILLA" TO l-res-tipo
                       WHEN w-res-reduce-fechas(w-res-idx)
                           MOVE "REDUCE FECHAS" TO l-res-tipo
                       WHEN w-res-amplia-fechas(w-res-idx)
                           MOVE "AMPLIA FECHAS" TO l-res-tipo
                       WHEN OTHER
                           MOVE w-res-tipo(w-res-idx) TO l-res-tipo
                   END-EVALUATE
                   MOVE w-res-fechas(w-res-idx) TO l-res-fechas
                   MOVE w-res-numero(w-res-idx) TO l-res-numero
                   MOVE w-res-fecha(w-res-idx) TO l-res-fecha
                   MOVE w-res-observ(w-res-idx) TO l-res-observ
                   WRITE lis-tar-reg FROM detalle-tar7 AFTER 1
                       AT END-OF-PAGE
                           PERFORM 2730-IMPRIMO-ENCABEZADO-TAR
                   END-WRITE
               END-IF
           END-PERFORM.
           WRITE lis-tar-reg FROM cabecera-tar4 AFTER 1
               AT END-OF-PAGE
                   PERFORM 2730-IMPRIMO-ENCABEZADO-TAR
           END-WRITE.

       2310-FIN-OUTPUT-TAR.
           PERFORM 2340-APLICAR-RESOL-FECHAS.
           PERFORM 2345-CERRAR-RESOLUCIONES.
           PERFORM 2330-PUBLICAR-SUSPENDIDOS.
           PERFORM 2307-IMPRIMIR-SUSPENDIDOS.
           PERFORM 2308-IMPRIMIR-CUMPLIDOS.
           PERFORM 2309-IMPRIMIR-RESOLUCIONES.
           IF w-cant-sanciones-omitidas > 0
               MOVE w-cant-sanciones-omitidas TO l-san-omit
               WRITE lis-tar-reg FROM detalle-tar4 AFTER 1
           PERFORM 2305-IMPRIMIR-EXC-PAD-TAR.
           CLOSE LISTADO-TAR.
           CLOSE EQUIPOS.
           PERFORM 2350-ASENTAR-RESOLUCIONES.
           PERFORM 2320-PUBLICAR-SANCIONES.
           PERFORM 8000-CUENTA-MULTAS.

      ******* RUTINAS CUENTA CORRIENTE DE MULTAS ******************************
       8000-CUENTA-MULTAS.
      *    Cierra la cuenta de multas de la corrida despues de publicar
      *    sanciones: cargos por las tarjetas efectivas que todavia no
      *    se cobraron (las fechas de suspension nuevas ya las cargo
      *    2215), pagos del archivo PAGOS, asiento de movimientos,
      *    maestro de saldos y estado de cuenta por club.
           PERFORM 8100-CARGOS-TARJETAS.
           PERFORM 8200-REGISTRAR-PAGOS.
           PERFORM 8300-ASENTAR-MOVIMIENTOS.
           PERFORM 8350-PUBLICAR-SALDOS.
           PERFORM 8400-CALCULAR-MORA.
           PERFORM 8500-INFORME-MULTAS.

       8010-CARGAR-TARIFAS.
           OPEN INPUT TARIFAS-MULTAS.
           PERFORM UNTIL w-flag-tarifas IS EQUAL 1
               READ TARIFAS-MULTAS
                   AT END MOVE 1 TO w-flag-tarifas
                   NOT AT END PERFORM 8015-TOMAR-TARIFA
               END-READ
           END-PERFORM.
           CLOSE TARIFAS-MULTAS.

       8015-TOMAR-TARIFA.
           EVALUATE TRUE
               WHEN tmu-amarilla AND tmu-importe IS NUMERIC
                   MOVE tmu-importe TO w-tarifa-amarilla
               WHEN tmu-roja AND tmu-importe IS NUMERIC
                   MOVE tmu-importe TO w-tarifa-roja
               WHEN tmu-suspension AND tmu-importe IS NUMERIC
                   MOVE tmu-importe TO w-tarifa-suspension
               WHEN tmu-dias-mora AND tmu-dias IS NUMERIC
                   MOVE tmu-dias TO w-dias-mora
           END-EVALUATE.

       8020-CARGAR-SALDOS.
           MOVE ZERO TO w-flag-multas-saldos.
           OPEN INPUT MULTAS-SALDOS.
           PERFORM UNTIL w-flag-multas-saldos IS EQUAL 1
               READ MULTAS-SALDOS
                   AT END MOVE 1 TO w-flag-multas-saldos
                   NOT AT END
                       IF msa-equipo IS NUMERIC
                           PERFORM 8025-TOMAR-SALDO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MULTAS-SALDOS.

       8025-TOMAR-SALDO.
           COMPUTE w-mul-pos = msa-equipo + 1.
           MOVE 1 TO w-mul-activo(w-mul-pos).
           MOVE msa-saldo TO w-mul-saldo-ant(w-mul-pos).
           MOVE msa-saldo TO w-mul-saldo(w-mul-pos).
           MOVE msa-amar-cobradas TO w-mul-amar-cobradas(w-mul-pos).
           MOVE msa-rojas-cobradas TO w-mul-rojas-cobradas(w-mul-pos).

       8100-CARGOS-TARJETAS.
           PERFORM VARYING w-mul-idx FROM 1 BY 1 UNTIL w-mul-idx > 100
               COMPUTE w-mul-dif = w-mul-amar-efect(w-mul-idx)
                   - w-mul-amar-cobradas(w-mul-idx)
               IF w-mul-dif IS NOT EQUAL ZERO
                   MOVE "A" TO w-mvn-tipo
                   MOVE "AMARILLA" TO w-mvn-referencia
                   MOVE w-tarifa-amarilla TO w-mul-tarifa
                   PERFORM 8120-CARGO-TARJETAS
                   MOVE w-mul-amar-efect(w-mul-idx)
                       TO w-mul-amar-cobradas(w-mul-idx)
               END-IF
               COMPUTE w-mul-dif = w-mul-rojas-efect(w-mul-idx)
                   - w-mul-rojas-cobradas(w-mul-idx)
               IF w-mul-dif IS NOT EQUAL ZERO
                   MOVE "R" TO w-mvn-tipo
                   MOVE "ROJA" TO w-mvn-referencia
                   MOVE w-tarifa-roja TO w-mul-tarifa
                   PERFORM 8120-CARGO-TARJETAS
                   MOVE w-mul-rojas-efect(w-mul-idx)
                       TO w-mul-rojas-cobradas(w-mul-idx)
               END-IF
           END-PERFORM.

       8110-CARGO-SUSPENSION.
      *    Cada fecha de suspension nueva se cobra al club del
      *    jugador; la referencia del movimiento es el jugador.
           MOVE w-cod-equ-tar-ant TO w-mvn-equipo.
           MOVE w-fecha-corrida TO w-mvn-fecha.
           MOVE "S" TO w-mvn-tipo.
           MOVE w-susp-nuevas TO w-mvn-cantidad.
           COMPUTE w-mvn-importe = w-susp-nuevas * w-tarifa-suspension.
           MOVE w-cod-jug-tar-ant TO w-mvn-referencia.
           PERFORM 8150-AGREGAR-MOVIMIENTO.

       8120-CARGO-TARJETAS.
      *    Diferencia positiva: tarjetas nuevas a cobrar. Negativa:
      *    tarjetas ya cobradas que el tribunal anulo, se acreditan
      *    a la tarifa vigente.
           COMPUTE w-mvn-equipo = w-mul-idx - 1.
           MOVE w-fecha-corrida TO w-mvn-fecha.
           IF w-mul-dif > 0
               MOVE w-mul-dif TO w-mvn-cantidad
           ELSE
               MOVE "N" TO w-mvn-tipo
               COMPUTE w-mvn-cantidad = 0 - w-mul-dif
           END-IF.
           COMPUTE w-mvn-importe = w-mul-dif * w-mul-tarifa.
           PERFORM 8150-AGREGAR-MOVIMIENTO.

       8150-AGREGAR-MOVIMIENTO.
      *    Si la tabla de la corrida se llena, lo acumulado se asienta
      *    en el archivo de movimientos y la tabla vuelve a empezar:
      *    todo movimiento que mueve el saldo queda asentado, y los
      *    asentados antes de tiempo no salen detallados en el informe.
           COMPUTE w-mul-pos = w-mvn-equipo + 1.
           MOVE 1 TO w-mul-activo(w-mul-pos).
           ADD w-mvn-importe TO w-mul-saldo(w-mul-pos).
           IF w-mvn-importe > 0
               ADD w-mvn-importe TO w-mul-cargos(w-mul-pos)
               ADD w-mvn-importe TO w-tot-mul-cargos
           ELSE
               SUBTRACT w-mvn-importe FROM w-mul-pagos(w-mul-pos)
               SUBTRACT w-mvn-importe FROM w-tot-mul-pagos
           END-IF.
           IF w-cant-mov IS EQUAL 1000
               PERFORM 8300-ASENTAR-MOVIMIENTOS
               ADD w-cant-mov TO w-cant-mov-omitidos
               MOVE ZERO TO w-cant-mov
           END-IF.
           ADD 1 TO w-cant-mov.
           MOVE w-mov-nuevo TO w-mov-tabla(w-cant-mov).

       8200-REGISTRAR-PAGOS.
      *    Igual que las resoluciones, el archivo de pagos puede volver
      *    a entrar: un recibo ya asentado en los movimientos no se
      *    aplica dos veces.
           OPEN INPUT PAGOS.
           PERFORM UNTIL w-flag-pagos IS EQUAL 1
               READ PAGOS
                   AT END MOVE 1 TO w-flag-pagos
                   NOT AT END PERFORM 8220-VALIDAR-PAGO
               END-READ
           END-PERFORM.
           CLOSE PAGOS.

       8210-BUSCAR-RECIBO.
      *    El recibo se busca entre los pagos de esta corrida que
      *    siguen en la tabla y, si no esta, en todo el archivo de
      *    movimientos, que crece temporada a temporada.
           PERFORM VARYING w-mov-idx FROM 1 BY 1
                   UNTIL w-mov-idx > w-cant-mov
                   OR w-flag-recibo-repetido IS EQUAL 1
               IF w-mov-tipo(w-mov-idx) IS EQUAL "P"
                   AND w-mov-equipo(w-mov-idx) IS EQUAL pag-equipo
                   AND w-mov-referencia(w-mov-idx) IS EQUAL pag-recibo
                   MOVE 1 TO w-flag-recibo-repetido
               END-IF
           END-PERFORM.
           IF w-flag-recibo-repetido IS NOT EQUAL 1
               MOVE ZERO TO w-flag-multas-movim
               OPEN INPUT MULTAS-MOVIM
               PERFORM UNTIL w-flag-multas-movim IS EQUAL 1
                   READ MULTAS-MOVIM
                       AT END MOVE 1 TO w-flag-multas-movim
                       NOT AT END
                           IF mmv-pago
                               AND mmv-equipo IS EQUAL pag-equipo
                               AND mmv-referencia IS EQUAL pag-recibo
                               MOVE 1 TO w-flag-recibo-repetido
                               MOVE 1 TO w-flag-multas-movim
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULTAS-MOVIM
           END-IF.

       8220-VALIDAR-PAGO.
           MOVE SPACES TO w-pag-observ.
           MOVE ZERO TO w-flag-recibo-repetido.
           MOVE ZERO TO w-dia-fecha.
           IF pag-fecha IS NUMERIC
               MOVE pag-fecha TO w-dia-fecha
           END-IF.
           IF pag-equipo IS NUMERIC
               PERFORM 8210-BUSCAR-RECIBO
           END-IF.
           EVALUATE TRUE
               WHEN pag-equipo IS NOT NUMERIC
                   MOVE "EQUIPO INEXISTENTE" TO w-pag-observ
               WHEN w-existe-equipo(pag-equipo + 1) IS NOT EQUAL 1
                   MOVE "EQUIPO INEXISTENTE" TO w-pag-observ
               WHEN w-dia-mes < 1 OR w-dia-mes > 12
                   OR w-dia-dia < 1 OR w-dia-dia > 31
                   MOVE "FECHA INVALIDA" TO w-pag-observ
               WHEN pag-importe IS NOT NUMERIC
                   MOVE "IMPORTE INVALIDO" TO w-pag-observ
               WHEN pag-importe IS EQUAL ZERO
                   MOVE "IMPORTE INVALIDO" TO w-pag-observ
               WHEN pag-recibo IS EQUAL SPACES
                   MOVE "SIN RECIBO" TO w-pag-observ
               WHEN w-flag-recibo-repetido IS EQUAL 1
                   MOVE "RECIBO YA ASENTADO" TO w-pag-observ
           END-EVALUATE.
           IF w-pag-observ IS EQUAL SPACES
               MOVE pag-equipo TO w-mvn-equipo
               MOVE pag-fecha TO w-mvn-fecha
               MOVE "P" TO w-mvn-tipo
               MOVE ZERO TO w-mvn-cantidad
               COMPUTE w-mvn-importe = 0 - pag-importe
               MOVE pag-recibo TO w-mvn-referencia
               PERFORM 8150-AGREGAR-MOVIMIENTO
               ADD 1 TO w-cant-pagos-aplicados
           ELSE
               PERFORM 8225-RECHAZAR-PAGO
           END-IF.

       8225-RECHAZAR-PAGO.
           IF w-cant-pagos-rech < 200
               ADD 1 TO w-cant-pagos-rech
               MOVE pag-equipo TO w-prc-equipo(w-cant-pagos-rech)
               MOVE pag-fecha TO w-prc-fecha(w-cant-pagos-rech)
               MOVE ZERO TO w-prc-importe(w-cant-pagos-rech)
               IF pag-importe IS NUMERIC
                   MOVE pag-importe TO w-prc-importe(w-cant-pagos-rech)
               END-IF
               MOVE pag-recibo TO w-prc-recibo(w-cant-pagos-rech)
               MOVE w-pag-observ TO w-prc-observ(w-cant-pagos-rech)
           ELSE
               ADD 1 TO w-cant-pagos-rech-omit
           END-IF.

       8300-ASENTAR-MOVIMIENTOS.
           IF w-cant-mov > 0
               OPEN EXTEND MULTAS-MOVIM
               PERFORM VARYING w-mov-idx FROM 1 BY 1
                       UNTIL w-mov-idx > w-cant-mov
                   MOVE w-mov-equipo(w-mov-idx) TO mmv-equipo
                   MOVE w-mov-fecha(w-mov-idx) TO mmv-fecha
                   MOVE w-mov-tipo(w-mov-idx) TO mmv-tipo
                   MOVE w-mov-cantidad(w-mov-idx) TO mmv-cantidad
                   MOVE w-mov-importe(w-mov-idx) TO mmv-importe
                   MOVE w-mov-referencia(w-mov-idx) TO mmv-referencia
                   MOVE w-modo-ejec TO mmv-modo
                   WRITE mmv-reg
               END-PERFORM
               CLOSE MULTAS-MOVIM
           END-IF.

       8350-PUBLICAR-SALDOS.
      *    Mismo camino de temporal mas renombre que 2320.
           MOVE ZERO TO w-cant-mul-saldos.
           OPEN OUTPUT MULTAS-SALDOS-NVO.
           PERFORM VARYING w-mul-idx FROM 1 BY 1 UNTIL w-mul-idx > 100
               IF w-mul-activo(w-mul-idx) IS EQUAL 1
                   COMPUTE msn-equipo = w-mul-idx - 1
                   MOVE w-mul-saldo(w-mul-idx) TO msn-saldo
                   MOVE w-mul-amar-cobradas(w-mul-idx)
                       TO msn-amar-cobradas
                   MOVE w-mul-rojas-cobradas(w-mul-idx)
                       TO msn-rojas-cobradas
                   WRITE msn-reg
                   ADD 1 TO w-cant-mul-saldos
               END-IF
           END-PERFORM.
           CLOSE MULTAS-SALDOS-NVO.
           CALL "CBL_RENAME_FILE" USING w-multas-tmp-path
                                         w-multas-master-path.

       8400-CALCULAR-MORA.
      *    Los pagos y creditos de cada club cubren sus cargos del mas
      *    viejo al mas nuevo; el primer cargo que no alcanzan a cubrir
      *    da la fecha desde la que el club esta en deuda. Primera
      *    pasada: total cubierto; segunda: imputacion de cargos.
           MOVE ZERO TO w-flag-multas-movim.
           OPEN INPUT MULTAS-MOVIM.
           PERFORM UNTIL w-flag-multas-movim IS EQUAL 1
               READ MULTAS-MOVIM
                   AT END MOVE 1 TO w-flag-multas-movim
                   NOT AT END
                       IF mmv-importe < 0
                           COMPUTE w-mul-pos = mmv-equipo + 1
                           SUBTRACT mmv-importe
                               FROM w-mul-cubierto(w-mul-pos)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MULTAS-MOVIM.
           MOVE ZERO TO w-flag-multas-movim.
           OPEN INPUT MULTAS-MOVIM.
           PERFORM UNTIL w-flag-multas-movim IS EQUAL 1
               READ MULTAS-MOVIM
                   AT END MOVE 1 TO w-flag-multas-movim
                   NOT AT END
                       IF mmv-importe > 0
                           PERFORM 8410-IMPUTAR-CARGO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MULTAS-MOVIM.

       8410-IMPUTAR-CARGO.
           COMPUTE w-mul-pos = mmv-equipo + 1.
           IF w-mul-fecha-deuda(w-mul-pos) IS EQUAL ZERO
               IF w-mul-cubierto(w-mul-pos) >= mmv-importe
                   SUBTRACT mmv-importe FROM w-mul-cubierto(w-mul-pos)
               ELSE
                   MOVE mmv-fecha TO w-mul-fecha-deuda(w-mul-pos)
               END-IF
           END-IF.

       8450-NUMERO-DE-DIA.
      *    Dias transcurridos desde el 01/01/0001 hasta w-dia-fecha,
      *    calendario gregoriano.
           MOVE ZERO TO w-dia-numero.
           IF w-dia-mes > 0 AND w-dia-mes < 13
               COMPUTE w-dia-anio-ant = w-dia-anio - 1
               COMPUTE w-dia-numero = w-dia-anio-ant * 365
                   + w-dias-previos(w-dia-mes) + w-dia-dia
               DIVIDE w-dia-anio-ant BY 4 GIVING w-dia-cociente
               ADD w-dia-cociente TO w-dia-numero
               DIVIDE w-dia-anio-ant BY 100 GIVING w-dia-cociente
               SUBTRACT w-dia-cociente FROM w-dia-numero
               DIVIDE w-dia-anio-ant BY 400 GIVING w-dia-cociente
               ADD w-dia-cociente TO w-dia-numero
               IF w-dia-mes > 2
                   PERFORM 8455-SUMAR-BISIESTO
               END-IF
           END-IF.

       8455-SUMAR-BISIESTO.
           DIVIDE w-dia-anio BY 4 GIVING w-dia-cociente
               REMAINDER w-dia-resto.
           IF w-dia-resto IS EQUAL ZERO
               DIVIDE w-dia-anio BY 100 GIVING w-dia-cociente
                   REMAINDER w-dia-resto
               IF w-dia-resto IS NOT EQUAL ZERO
                   ADD 1 TO w-dia-numero
               ELSE
                   DIVIDE w-dia-anio BY 400 GIVING w-dia-cociente
                       REMAINDER w-dia-resto
                   IF w-dia-resto IS EQUAL ZERO
                       ADD 1 TO w-dia-numero
                   END-IF
               END-IF
           END-IF.

       8500-INFORME-MULTAS.
           PERFORM 8510-CARGAR-NOMBRES.
           OPEN OUTPUT INFORME-MULTAS.
           MOVE w-fecha-corrida TO imu-fecha.
           MOVE w-modo-ejec TO imu-modo.
           WRITE imu-reg FROM imu-guarda.
           WRITE imu-reg FROM imu-titulo.
           WRITE imu-reg FROM imu-guarda.
           MOVE w-tarifa-amarilla TO imu-tar-amarilla.
           MOVE w-tarifa-roja TO imu-tar-roja.
           MOVE w-tarifa-suspension TO imu-tar-suspension.
           WRITE imu-reg FROM imu-tarifas.
           PERFORM VARYING w-mul-idx FROM 1 BY 1 UNTIL w-mul-idx > 100
               IF w-mul-saldo-ant(w-mul-idx) IS NOT EQUAL ZERO
                   OR w-mul-cargos(w-mul-idx) IS NOT EQUAL ZERO
                   OR w-mul-pagos(w-mul-idx) IS NOT EQUAL ZERO
                   PERFORM 8520-ESTADO-CLUB
               END-IF
           END-PERFORM.
           WRITE imu-reg FROM imu-guarda.
           IF w-cant-pagos-rech > 0
               PERFORM 8540-PAGOS-RECHAZADOS
           END-IF.
           PERFORM 8550-CLUBES-EN-MORA.
           WRITE imu-reg FROM imu-guarda.
           IF w-cant-mov-omitidos > 0
               MOVE w-cant-mov-omitidos TO imu-cant-omit
               WRITE imu-reg FROM imu-omitidos
           END-IF.
           MOVE w-tot-mul-cargos TO imu-tot-cargos.
           COMPUTE imu-tot-pagos = 0 - w-tot-mul-pagos.
           MOVE w-cant-mul-mora TO imu-tot-mora.
           WRITE imu-reg FROM imu-totales.
           CLOSE INFORME-MULTAS.

       8510-CARGAR-NOMBRES.
           PERFORM VARYING w-mul-idx FROM 1 BY 1 UNTIL w-mul-idx > 100
               MOVE "NO REGISTRADO" TO w-mul-nombre(w-mul-idx)
           END-PERFORM.
           OPEN INPUT EQUIPOS.
           MOVE ZERO TO w-flag-equipo.
           PERFORM UNTIL w-flag-equipo IS EQUAL 1
               READ EQUIPOS
                   AT END MOVE 1 TO w-flag-equipo
                   NOT AT END
                       MOVE equ-nombre TO w-mul-nombre(equ-cod + 1)
               END-READ
           END-PERFORM.
           CLOSE EQUIPOS.

       8520-ESTADO-CLUB.
           WRITE imu-reg FROM imu-guarda.
           COMPUTE imu-club-cod = w-mul-idx - 1.
           MOVE w-mul-nombre(w-mul-idx) TO imu-club-nombre.
           WRITE imu-reg FROM imu-linea-club.
           MOVE "SALDO ANTERIOR" TO imu-sal-texto.
           MOVE w-mul-saldo-ant(w-mul-idx) TO imu-sal-importe.
           WRITE imu-reg FROM imu-saldo.
           WRITE imu-reg FROM imu-columnas.
           PERFORM VARYING w-mov-idx FROM 1 BY 1
                   UNTIL w-mov-idx > w-cant-mov
               IF w-mov-equipo(w-mov-idx) + 1 IS EQUAL w-mul-idx
                   PERFORM 8530-IMPRIMIR-MOVIMIENTO
               END-IF
           END-PERFORM.
           MOVE "CARGOS" TO imu-sal-texto.
           MOVE w-mul-cargos(w-mul-idx) TO imu-sal-importe.
           WRITE imu-reg FROM imu-saldo.
           MOVE "PAGOS Y CREDITOS" TO imu-sal-texto.
           COMPUTE imu-sal-importe = 0 - w-mul-pagos(w-mul-idx).
           WRITE imu-reg FROM imu-saldo.
           MOVE "SALDO ACTUAL" TO imu-sal-texto.
           MOVE w-mul-saldo(w-mul-idx) TO imu-sal-importe.
           WRITE imu-reg FROM imu-saldo.

       8530-IMPRIMIR-MOVIMIENTO.
           MOVE w-mov-fecha(w-mov-idx) TO imu-det-fecha.
           EVALUATE w-mov-tipo(w-mov-idx)
               WHEN "A"
                   MOVE "TARJETAS AMARILLAS" TO imu-det-concepto
               WHEN "R"
                   MOVE "TARJETAS ROJAS" TO imu-det-concepto
               WHEN "S"
                   MOVE "FECHAS DE SUSPENSION" TO imu-det-concepto
               WHEN "N"
                   MOVE "TARJETAS ANULADAS" TO imu-det-concepto
               WHEN "P"
                   MOVE "PAGO" TO imu-det-concepto
           END-EVALUATE.
           MOVE w-mov-cantidad(w-mov-idx) TO imu-det-cantidad.
           MOVE w-mov-referencia(w-mov-idx) TO imu-det-referencia.
           MOVE w-mov-importe(w-mov-idx) TO imu-det-importe.
           WRITE imu-reg FROM imu-detalle.

       8540-PAGOS-RECHAZADOS.
           WRITE imu-reg FROM imu-sub-rechazados.
           WRITE imu-reg FROM imu-col-rechazo.
           PERFORM VARYING w-mov-idx FROM 1 BY 1
                   UNTIL w-mov-idx > w-cant-pagos-rech
               MOVE w-prc-equipo(w-mov-idx) TO imu-rec-equipo
               MOVE w-prc-fecha(w-mov-idx) TO imu-rec-fecha
               MOVE w-prc-recibo(w-mov-idx) TO imu-rec-recibo
               MOVE w-prc-importe(w-mov-idx) TO imu-rec-importe
               MOVE w-prc-observ(w-mov-idx) TO imu-rec-observ
               WRITE imu-reg FROM imu-rechazo
           END-PERFORM.
           WRITE imu-reg FROM imu-guarda.

       8550-CLUBES-EN-MORA.
           MOVE w-dias-mora TO imu-mora-dias-parm.
           WRITE imu-reg FROM imu-sub-mora.
           WRITE imu-reg FROM imu-col-mora.
           MOVE w-fecha-corrida TO w-dia-fecha.
           PERFORM 8450-NUMERO-DE-DIA.
           MOVE w-dia-numero TO w-dia-numero-corrida.
           PERFORM VARYING w-mul-idx FROM 1 BY 1 UNTIL w-mul-idx > 100
               IF w-mul-saldo(w-mul-idx) > 0
                   AND w-mul-fecha-deuda(w-mul-idx) > 0
                   PERFORM 8560-VERIFICAR-MORA
               END-IF
           END-PERFORM.
           IF w-cant-mul-mora IS EQUAL ZERO
               WRITE imu-reg FROM imu-sin-mora
           END-IF.

       8560-VERIFICAR-MORA.
           MOVE w-mul-fecha-deuda(w-mul-idx) TO w-dia-fecha.
           PERFORM 8450-NUMERO-DE-DIA.
           COMPUTE w-dias-atraso = w-dia-numero-corrida - w-dia-numero.
           IF w-dias-atraso > w-dias-mora
               ADD 1 TO w-cant-mul-mora
               COMPUTE imu-mor-equipo = w-mul-idx - 1
               MOVE w-mul-nombre(w-mul-idx) TO imu-mor-nombre
               MOVE w-mul-saldo(w-mul-idx) TO imu-mor-saldo
               MOVE w-mul-fecha-deuda(w-mul-idx) TO imu-mor-desde
               MOVE w-dias-atraso TO imu-mor-dias
               WRITE imu-reg FROM imu-mora
           END-IF.

      ******* RUTINAS RESPALDO GENERACIONAL ***********************************
       8700-RESPALDAR-MAESTROS.
      *    Se corre antes de abrir cualquier maestro para escritura:
      *    el historico crece con OPEN EXTEND en 100-INICIO-GENERAL y
      *    el resto se publica despues, asi la generacion 1 es siempre
      *    el juego completo tal como lo dejo la corrida anterior.
           PERFORM 8710-CARGAR-CATALOGO.
           PERFORM VARYING w-resp-idx FROM 1 BY 1
                   UNTIL w-resp-idx > w-resp-cant-archivos
               PERFORM 8720-ROTAR-GENERACIONES
               PERFORM 8730-COPIAR-MAESTRO
           END-PERFORM.
           PERFORM 8740-PUBLICAR-CATALOGO.

       8710-CARGAR-CATALOGO.
           MOVE ZERO TO w-cant-resp.
           MOVE ZERO TO w-flag-respaldos.
           OPEN INPUT RESPALDOS.
           PERFORM UNTIL w-flag-respaldos IS EQUAL 1
               READ RESPALDOS
                   AT END MOVE 1 TO w-flag-respaldos
                   NOT AT END PERFORM 8715-AGREGAR-CATALOGO
               END-READ
           END-PERFORM.
           CLOSE RESPALDOS.

       8715-AGREGAR-CATALOGO.
           IF w-cant-resp < 10
               ADD 1 TO w-cant-resp
               MOVE rsp-generacion TO w-rsp-generacion(w-cant-resp)
               MOVE rsp-fecha TO w-rsp-fecha(w-cant-resp)
               MOVE rsp-modo TO w-rsp-modo(w-cant-resp)
               PERFORM VARYING w-resp-idx FROM 1 BY 1
                       UNTIL w-resp-idx > w-resp-cant-archivos
                   MOVE rsp-presente(w-resp-idx)
                       TO w-rsp-presente(w-cant-resp, w-resp-idx)
               END-PERFORM
           END-IF.

       8720-ROTAR-GENERACIONES.
      *    De la mas vieja a la mas nueva: se borra la ultima que se
      *    conserva y cada una pasa al lugar siguiente. Una generacion
      *    que no existe solo hace fallar el renombre, sin efecto.
           PERFORM VARYING w-resp-gen FROM w-resp-max-gen BY -1
                   UNTIL w-resp-gen < 2
               MOVE w-resp-gen TO w-resp-gen-path-nro
               PERFORM 8790-ARMAR-PATH-GENERACION
               CALL "CBL_DELETE_FILE" USING w-resp-gen-path
                   RETURNING w-resp-rc
               MOVE w-resp-gen-path TO w-resp-destino-path
               COMPUTE w-resp-gen-path-nro = w-resp-gen - 1
               PERFORM 8790-ARMAR-PATH-GENERACION
               CALL "CBL_RENAME_FILE" USING w-resp-gen-path
                                             w-resp-destino-path
                   RETURNING w-resp-rc
           END-PERFORM.

       8730-COPIAR-MAESTRO.
           PERFORM 8795-ARMAR-PATH-MAESTRO.
           MOVE 1 TO w-resp-gen-path-nro.
           PERFORM 8790-ARMAR-PATH-GENERACION.
           CALL "CBL_DELETE_FILE" USING w-resp-gen-path
               RETURNING w-resp-rc.
           CALL "CBL_COPY_FILE" USING w-resp-master-path
                                      w-resp-gen-path
               RETURNING w-resp-rc.
           IF w-resp-rc IS EQUAL ZERO
               MOVE "S" TO w-rsp-nvo-presente(w-resp-idx)
           ELSE
               MOVE "N" TO w-rsp-nvo-presente(w-resp-idx)
           END-IF.

       8740-PUBLICAR-CATALOGO.
      *    La generacion nueva va primero y las anteriores suman uno;
      *    la que pasa de w-resp-max-gen ya no tiene archivos y sale
      *    del catalogo. Mismo camino de temporal mas renombre de 1311.
           OPEN OUTPUT RESPALDOS-NVO.
           MOVE 1 TO rsn-generacion.
           MOVE w-fecha-corrida TO rsn-fecha.
           MOVE w-modo-ejec TO rsn-modo.
           MOVE w-resp-nuevo TO rsn-presentes.
           WRITE rsn-reg.
           PERFORM VARYING w-resp-pos FROM 1 BY 1
                   UNTIL w-resp-pos > w-cant-resp
               IF w-rsp-generacion(w-resp-pos) < w-resp-max-gen
                   COMPUTE rsn-generacion =
                       w-rsp-generacion(w-resp-pos) + 1
                   MOVE w-rsp-fecha(w-resp-pos) TO rsn-fecha
                   MOVE w-rsp-modo(w-resp-pos) TO rsn-modo
                   PERFORM VARYING w-resp-idx FROM 1 BY 1
                           UNTIL w-resp-idx > w-resp-cant-archivos
                       MOVE w-rsp-presente(w-resp-pos, w-resp-idx)
                           TO rsn-presente(w-resp-idx)
                   END-PERFORM
                   WRITE rsn-reg
               END-IF
           END-PERFORM.
           CLOSE RESPALDOS-NVO.
           CALL "CBL_RENAME_FILE" USING w-resp-catalogo-tmp-path
                                         w-resp-catalogo-path.

       8750-RESTAURAR-GENERACION.
      *    Repone una generacion como juego completo: primero copia
      *    todos sus archivos a temporales y solo si no fallo ninguna
      *    copia los publica sobre los maestros; un maestro que no
      *    existia al respaldar se borra y uno que la generacion no
      *    registra (catalogo anterior a sumarlo) se deja como esta.
      *    Despues reconstruye el indexado y asienta la corrida en
      *    el control de corridas.
           PERFORM 8751-VALIDAR-GENERACION.
           IF w-flag-restaurar-invalido IS EQUAL 1
               DISPLAY "USO: RESTAURAR <GENERACION 1-"
                   w-resp-max-gen ">"
               DISPLAY "EJEMPLO: RESTAURAR 1"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT INFORME-RESPALDO
               MOVE w-fecha-corrida TO irs-fecha
               MOVE w-resp-gen-pedida TO irs-gen-titulo
               WRITE irs-reg FROM irs-guarda
               WRITE irs-reg FROM irs-titulo
               WRITE irs-reg FROM irs-guarda
               PERFORM 8710-CARGAR-CATALOGO
               PERFORM 8752-BUSCAR-GENERACION
               IF w-resp-pos IS EQUAL ZERO
                   WRITE irs-reg FROM irs-no-disponible
                   MOVE 1 TO w-flag-restaurar-rech
               ELSE
                   MOVE w-rsp-fecha(w-resp-pos) TO irs-gen-fecha
                   MOVE w-rsp-modo(w-resp-pos) TO irs-gen-modo
                   WRITE irs-reg FROM irs-generacion
                   PERFORM 8755-PREPARAR-GENERACION
                   IF w-flag-restaurar-rech IS EQUAL 1
                       PERFORM 8765-DESCARTAR-TEMPORALES
                       WRITE irs-reg FROM irs-sin-cambios
                   ELSE
                       PERFORM 8760-PUBLICAR-GENERACION
                       PERFORM 1320-RECONSTRUIR-IDX
                       MOVE "jugadoresIdx" TO irs-arc-nombre
                       MOVE "RECONSTRUIDO DEL MAESTRO" TO
                           irs-arc-estado
                       WRITE irs-reg FROM irs-archivo
                   END-IF
               END-IF
               PERFORM 8770-INFORMAR-CATALOGO
               WRITE irs-reg FROM irs-guarda
               CLOSE INFORME-RESPALDO
               PERFORM 8780-GRABAR-CONTROL-RESTAURAR
               IF w-flag-restaurar-rech IS EQUAL 1
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       8751-VALIDAR-GENERACION.
           IF w-parm-a(1:1) IS NUMERIC
               AND w-parm-a(2:9) IS EQUAL SPACES
               MOVE w-parm-a(1:1) TO w-resp-gen-pedida
           ELSE
               MOVE 1 TO w-flag-restaurar-invalido
           END-IF.
           IF w-resp-gen-pedida IS EQUAL ZERO
               OR w-resp-gen-pedida > w-resp-max-gen
               MOVE 1 TO w-flag-restaurar-invalido
           END-IF.

       8752-BUSCAR-GENERACION.
           MOVE ZERO TO w-resp-pos.
           PERFORM VARYING w-resp-gen FROM 1 BY 1
                   UNTIL w-resp-gen > w-cant-resp OR w-resp-pos > 0
               IF w-rsp-generacion(w-resp-gen) IS EQUAL
                       w-resp-gen-pedida
                   MOVE w-resp-gen TO w-resp-pos
               END-IF
           END-PERFORM.

       8755-PREPARAR-GENERACION.
           MOVE w-resp-gen-pedida TO w-resp-gen-path-nro.
           PERFORM VARYING w-resp-idx FROM 1 BY 1
                   UNTIL w-resp-idx > w-resp-cant-archivos
                   OR w-flag-restaurar-rech IS EQUAL 1
               IF w-rsp-presente(w-resp-pos, w-resp-idx) IS EQUAL "S"
                   PERFORM 8790-ARMAR-PATH-GENERACION
                   PERFORM 8796-ARMAR-PATH-TEMPORAL
                   CALL "CBL_COPY_FILE" USING w-resp-gen-path
                                              w-resp-rst-path
                       RETURNING w-resp-rc
                   IF w-resp-rc IS NOT EQUAL ZERO
                       MOVE 1 TO w-flag-restaurar-rech
                       MOVE w-resp-archivo(w-resp-idx)
                           TO irs-arc-nombre
                       MOVE "FALTA EN LA GENERACION"
                           TO irs-arc-estado
                       WRITE irs-reg FROM irs-archivo
                   END-IF
               END-IF
           END-PERFORM.

       8760-PUBLICAR-GENERACION.
           PERFORM VARYING w-resp-idx FROM 1 BY 1
                   UNTIL w-resp-idx > w-resp-cant-archivos
               PERFORM 8795-ARMAR-PATH-MAESTRO
               MOVE w-resp-archivo(w-resp-idx) TO irs-arc-nombre
               IF w-rsp-presente(w-resp-pos, w-resp-idx) IS EQUAL "S"
                   PERFORM 8796-ARMAR-PATH-TEMPORAL
                   CALL "CBL_RENAME_FILE" USING w-resp-rst-path
                                                 w-resp-master-path
                   MOVE "RESTAURADO" TO irs-arc-estado
               ELSE
                   IF w-rsp-presente(w-resp-pos, w-resp-idx)
                           IS EQUAL "N"
                       CALL "CBL_DELETE_FILE"
                           USING w-resp-master-path
                           RETURNING w-resp-rc
                       MOVE "BORRADO (NO EXISTIA)" TO irs-arc-estado
                   ELSE
                       MOVE "SIN RESPALDO (SE CONSERVA)"
                           TO irs-arc-estado
                   END-IF
               END-IF
               WRITE irs-reg FROM irs-archivo
           END-PERFORM.

       8765-DESCARTAR-TEMPORALES.
           PERFORM VARYING w-resp-idx FROM 1 BY 1
                   UNTIL w-resp-idx > w-resp-cant-archivos
               PERFORM 8796-ARMAR-PATH-TEMPORAL
               CALL "CBL_DELETE_FILE" USING w-resp-rst-path
                   RETURNING w-resp-rc
           END-PERFORM.

       8770-INFORMAR-CATALOGO.
           WRITE irs-reg FROM irs-guarda.
           WRITE irs-reg FROM irs-sub-catalogo.
           IF w-cant-resp IS EQUAL ZERO
               WRITE irs-reg FROM irs-catalogo-vacio
           END-IF.
           PERFORM VARYING w-resp-gen FROM 1 BY 1
                   UNTIL w-resp-gen > w-cant-resp
               MOVE w-rsp-generacion(w-resp-gen) TO irs-cat-generacion
               MOVE w-rsp-fecha(w-resp-gen) TO irs-cat-fecha
               MOVE w-rsp-modo(w-resp-gen) TO irs-cat-modo
               WRITE irs-reg FROM irs-catalogo
           END-PERFORM.

       8780-GRABAR-CONTROL-RESTAURAR.
      *    Igual que 7700 para el cierre: la vuelta atras queda en el
      *    control de corridas con los contadores de lectura en cero,
      *    para que el monitor la muestre.
           OPEN EXTEND CONTROL-CORRIDA.
           MOVE w-fecha-corrida TO ctl-fecha.
           MOVE w-modo-ejec TO ctl-modo.
           MOVE w-ctl-lei-nov TO ctl-lei-nov.
           MOVE w-ctl-lei-jug TO ctl-lei-jug.
           MOVE w-ctl-lei-tar TO ctl-lei-tar.
           MOVE w-ctl-lei-pas TO ctl-lei-pas.
           MOVE w-ctl-rel-sort TO ctl-rel-sort.
           MOVE w-ctl-lin-listado TO ctl-lin-listado.
           MOVE w-ctl-lin-extracto TO ctl-lin-extracto.
           IF w-flag-restaurar-rech IS EQUAL 1
               MOVE "RECHAZADO" TO ctl-resultado
           ELSE
               MOVE "RESTAURADO" TO ctl-resultado
           END-IF.
           WRITE ctl-reg.
           CLOSE CONTROL-CORRIDA.

       8790-ARMAR-PATH-GENERACION.
           MOVE SPACES TO w-resp-gen-path.
           STRING "..\" DELIMITED BY SIZE
                  w-resp-archivo(w-resp-idx) DELIMITED BY SPACE
                  ".g" DELIMITED BY SIZE
                  w-resp-gen-path-nro DELIMITED BY SIZE
               INTO w-resp-gen-path
           END-STRING.

       8795-ARMAR-PATH-MAESTRO.
           MOVE SPACES TO w-resp-master-path.
           STRING "..\" DELIMITED BY SIZE
                  w-resp-archivo(w-resp-idx) DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
               INTO w-resp-master-path
           END-STRING.

       8796-ARMAR-PATH-TEMPORAL.
           MOVE SPACES TO w-resp-rst-path.
           STRING "..\" DELIMITED BY SIZE
                  w-resp-archivo(w-resp-idx) DELIMITED BY SPACE
                  ".rst" DELIMITED BY SIZE
               INTO w-resp-rst-path
           END-STRING.

      ******* RUTINAS EXTRACTO POR CLUB ***************************************
       9000-INFORME-CLUBES.
           END-PERFORM.
           PERFORM VARYING w-n FROM 1 BY 1 UNTIL w-n > w-cant-susp
               IF w-susp-equipo(w-n) IS EQUAL w-club-en-proceso
                   AND w-susp-fechas(w-n) > 0
                   MOVE w-susp-division(w-n) TO icl-sus-division
                   MOVE w-susp-jugador(w-n) TO icl-sus-jugador
                   MOVE w-susp-fechas(w-n) TO icl-sus-fechas
