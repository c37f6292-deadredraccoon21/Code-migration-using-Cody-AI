001000**----------------------------------------------------------------*
001010**  MNTCARD.CPY                                                   *
001020**  RECORD LAYOUT FOR THE EMPLOYEE MASTER MAINTENANCE CARD        *
001030**  (MNTTRANS) - AN ACTION CODE, A FULL MASTER-RECORD IMAGE AND   *
001040**  AN OPTIONAL EFFECTIVE DATE.  READ BY Program3, WHICH APPLIES  *
001050**  IT AND PARKS THE FUTURE-DATED ONES ON NEWPEND IN THE SAME     *
001060**  LAYOUT, AND WRITTEN BY THE HR FEED INTERFACE (Program19), SO  *
001070**  THE TWO CAN NEVER DRIFT APART.                                *
001080**  WRITTEN  - 2026-10-15  RLW  CARVED OUT OF Program3'S FD.      *
001090**----------------------------------------------------------------*
001100 01  MNT-TRAN-REC.
001110     05  MNT-TRN-ACTION          PIC X(01).
001120**        'A' = ADD   'C' = CHANGE   'D' = DELETE
001130**        'T' = TERMINATE   'L' = LEAVE   'R' = RETURN FROM LEAVE
001140**        'H' = REHIRE
001150     05  MNT-TRN-EMP-IMAGE       PIC X(80).
001160**        MASTER-RECORD IMAGE - SEE EMPREC.CPY
001170     05  MNT-TRN-EFF-DT          PIC X(08).
001180**        EFFECTIVE DATE, YYYYMMDD - BLANK/NON-NUMERIC MEANS
001190**        APPLY NOW, THE WAY EVERY CARD DID BEFORE THE DATE
001200**        EXISTED.  ON A STATUS CARD IT IS ALSO THE STATUS DATE
001210**        AND IS REQUIRED ON A TERMINATION
