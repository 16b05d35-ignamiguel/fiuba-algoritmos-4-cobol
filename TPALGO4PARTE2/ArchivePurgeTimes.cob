           02 TIM-TAREA        PIC X(4).
           02 TIM-HORAS        PIC 9(2)V99.
           02 TIM-APROBADO     PIC X(1).
           02 TIM-PROYECTO     PIC X(6).
           02 TIM-CENTRO-COSTO PIC X(6).

       FD TIMESHIST  LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS "TIMESHIST.DAT".
           02 TIMHIST-TAREA    PIC X(4).
           02 TIMHIST-HORAS    PIC 9(2)V99.
           02 TIMHIST-APROBADO PIC X(1).
           02 TIMHIST-PROYECTO PIC X(6).
           02 TIMHIST-CENTRO-COSTO PIC X(6).

       FD ARCHPARAM  LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS "ARCHPARAM.DAT".
