           02 TIM-HORAS        PIC 9(2)V99.
           02 TIM-APROBADO     PIC X(1).
               88 TIM-APROB-SI VALUE "A".
           02 TIM-PROYECTO     PIC X(6).
           02 TIM-CENTRO-COSTO PIC X(6).

       FD EMPRESAS     LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "EMPind2.DAT".
