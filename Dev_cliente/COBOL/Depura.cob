
       FD  ARCHIVO-FILE
           RECORDING MODE IS F.
       01  ARCHIVO-RECORD          PIC X(100).

       FD  PARAM-FILE
           RECORDING MODE IS F.
