001040**  PROCESSED SO A RERUN AFTER AN ABEND CAN SKIP AHEAD INSTEAD    *
001050**  OF REPROCESSING THE WHOLE FILE FROM RECORD ONE.               *
001060**  WRITTEN  - 2026-08-08  RLW                                    *
001070**  REVISED  - 2026-08-22  RLW  SUSPENSE-RECORD COUNT ADDED SO A  *
001080**                              RESTART CAN TRIM THE SUSPENSE     *
001090**                              FILE THE SAME WAY AS THE WORK     *
001100**                              FILES.                            *
001110**  REVISED  - 2026-10-15  RLW  TERMINATED-SKIPPED AND ON-LEAVE   *
001120**                              COUNTS ADDED SO A RESTART KEEPS   *
001130**                              THE CONTROL TOTALS WHOLE.         *
001140**  REVISED  - 2026-10-15  RLW  HISTORY-RECORD COUNT RETIRED - A  *
001150**                              RESTART NOW DELETES THE ABENDED   *
001160**                              RUN'S RAISEHST ENTRIES BY KEY     *
001170**                              FROM HSTKEEP.  RECORD LENGTH IS   *
001180**                              UNCHANGED.                        *
001190**----------------------------------------------------------------*
001200 01  CHKPT-REC.
001210     05  CHKPT-LAST-EMP-NB       PIC X(05).
001220     05  CHKPT-STATUS            PIC X(01).
001230**        'R' = RUN IN PROGRESS   'C' = RUN COMPLETED NORMALLY
001240     05  CHKPT-LAST-SEQ-NO       PIC 9(06).
001250**        WS-SEQ-NO AS OF THE LAST CHECKPOINT, SO A RESTARTED
001260**        RUN'S DETAIL RECORDS CONTINUE THE SAME SEQUENCE
001270     05  CHKPT-EXCP-COUNT        PIC 9(06).
001280**        WS-EXCEPTION-COUNT AS OF THE LAST CHECKPOINT
001290     05  FILLER                  PIC X(06).
001300**        FORMERLY THE HISTORY-RECORD COUNT - NO LONGER SET
001310     05  CHKPT-SUSP-COUNT        PIC 9(06).
001320**        WS-SUSPENSE-COUNT AS OF THE LAST CHECKPOINT, SO A
001330**        RESTART CAN TRIM BACK ANY SUSPENSE RECORDS WRITTEN
001340**        AFTER THE CHECKPOINT BUT BEFORE THE ABEND
001350     05  CHKPT-TERM-COUNT        PIC 9(06).
001360**        WS-TERMINATED-COUNT AS OF THE LAST CHECKPOINT
001370     05  CHKPT-LEAVE-COUNT       PIC 9(06).
001380**        WS-LEAVE-COUNT AS OF THE LAST CHECKPOINT
001390     05  FILLER                  PIC X(02).
