001130**                              CAN RECYCLE, NOT JUST A PRINTOUT. *
001140**                              THE FIRST 78 COLUMNS STILL PRINT  *
001150**                              AS THE LISTING ALWAYS HAS.        *
001152**  REVISED  - 2026-10-15  RLW  FIRST-FAILED CYCLE DATE ADDED     *
001154**                              BEHIND THE IMAGE SO A REPAIRED    *
001156**                              RAISE CAN BE PAID BACK TO THE     *
001158**                              CYCLE IT WAS DUE.                 *
001160**----------------------------------------------------------------*
001170 01  EXCEPT-REC.
001180     05  FILLER                  PIC X(03).
001380**        THE ORIGINAL MASTER RECORD IMAGE (SEE EMPREC.CPY), SO
001390**        THE REPAIR RUN CAN RE-EDIT AND RECYCLE THE RECORD
001400**        WITHOUT GOING BACK TO THE MASTER FILE
001410     05  EXCP-FIRST-DT           PIC X(08).
001420**        YYYYMMDD OF THE CYCLE THE RECORD FIRST FAILED - SET WITH
001430**        AGE 001 AND CARRIED FORWARD UNCHANGED WITH THE AGE.
001440**        SPACES ON A RECORD WRITTEN BEFORE THE FIELD EXISTED
