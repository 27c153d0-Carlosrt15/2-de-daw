           05  RL-TOTAL            PIC S9(12)V99
                                   SIGN IS LEADING SEPARATE.
           05  RL-RETURN-CODE      PIC 9(2).
           05  RL-HORA-ORIGEN      PIC 9(6).
