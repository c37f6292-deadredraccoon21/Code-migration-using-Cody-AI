001000**----------------------------------------------------------------*
001010**  PAYPARM.CPY                                                   *
001020**  RECORD LAYOUT FOR THE PAY-PERIOD PARAMETER CARD (PAYPARM) -   *
001030**  WHICH PAY FREQUENCY THE GROSS-TO-NET RUN (Program17) IS       *
001040**  PAYING AND THE DATE THE PERIOD ENDS.  SHARED WITH THE GL      *
001050**  ACKNOWLEDGMENT MATCH (Program9), WHICH AGES A PAY-PERIOD      *
001060**  MATCH FROM THE SAME PERIOD-END DATE.                          *
001070**  WRITTEN  - 2026-10-15  RLW                                    *
001080**----------------------------------------------------------------*
001090 01  PAY-PARM-REC.
001100     05  PAY-PARM-FREQ           PIC X(01).
001110**        'W', 'B', 'S' OR 'M' = PAY ONLY THE EMPLOYEES ON THAT
001120**        FREQUENCY (SEE EmpPayFreq, EMPREC.CPY) - SPACE = PAY
001130**        EVERY FREQUENCY IN ONE RUN
001140     05  PAY-PARM-PERIOD-END     PIC X(08).
001150**        LAST DAY OF THE PAY PERIOD, YYYYMMDD - BLANK OR NON-
001160**        NUMERIC MEANS THE RUN DATE
001170     05  FILLER                  PIC X(71).
