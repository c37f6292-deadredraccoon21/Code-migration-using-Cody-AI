001080**  THE APPROVAL CARD DECK) AND Program2 (WHICH COUNTS IT INTO    *
001090**  THE RECONCILIATION) SO THE THREE CAN NEVER DRIFT APART.       *
001100**  WRITTEN  - 2026-08-22  RLW                                    *
001102**  REVISED  - 2026-10-15  RLW  CYCLE DATE ADDED SO A RAISE       *
001104**                              RELEASED CYCLES LATER CAN BE PAID *
001106**                              BACK TO THE DATE IT WAS DUE.      *
001107**  REVISED  - 2026-10-15  RLW  PENDING REASON AND SIGNER ADDED   *
001108**                              FOR CARDS REFUSED ON APPROVER     *
001109**                              AUTHORITY (SEE APPRREC.CPY).      *
001110**----------------------------------------------------------------*
001120 01  SUSP-REC.
001130     05  SUSP-EMP-NB             PIC X(05).
001220     05  SUSP-BAND-MAX           PIC 9(07).
001230     05  SUSP-VIOLATION          PIC X(01).
001240**        'H' = ABOVE BAND MAXIMUM   'L' = BELOW BAND MINIMUM
001250     05  SUSP-CYCLE-DT           PIC X(08).
001260**        YYYYMMDD OF THE CYCLE THAT COMPUTED AND SUSPENDED THE
001270**        RAISE - THE DATE IT WAS DUE.  SPACES ON A RECORD
001280**        SUSPENDED BEFORE THE FIELD EXISTED
001290     05  SUSP-PEND-REASON        PIC X(01).
001300**        WHY Program5 LEFT THE RECORD PENDING ON NEWSUSP -
001310**        SPACE = NO CARD YET         'B' = BAD ACTION CODE
001320**        'A' = SIGNER NOT ON THE APPROVER AUTHORITY FILE
001330**        'S' = DEPARTMENT OUTSIDE THE SIGNER'S SCOPE
001340**        'L' = RAISE ABOVE THE SIGNER'S LIMIT OVER BAND MAXIMUM
001350     05  SUSP-PEND-APPROVER      PIC X(08).
001360**        SIGNER OF THE CARD THAT WAS REFUSED, SPACES IF NONE
