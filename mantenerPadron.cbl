           03 san-jugador pic x(6).
           03 san-amar-sanc pic 9(6).
           03 san-rojas-sanc pic 9(6).
           03 san-amar-anul pic 9(6).
           03 san-rojas-anul pic 9(6).

       FD  AUDITORIA.
       01  aud-reg pic x(132).
