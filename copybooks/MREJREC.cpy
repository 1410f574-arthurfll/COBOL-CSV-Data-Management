      *    PERMITIR CORRIGIR E REAPRESENTAR.
      ******************************************************************
       01  MOVIMENTO-REJ-REC.
           02  MREJ-LINHA            PIC X(120).
           02  FILLER                PIC X(01).
           02  MREJ-MOTIVO           PIC X(30).
