001000**----------------------------------------------------------------*
001010**  GLACKLN.CPY                                                   *
001020**  DETAIL LINE OF THE GL POSTING ACKNOWLEDGMENT MATCH REPORT     *
001030**  (GLACKRPT).  THE FIRST 78 COLUMNS PRINT AS THE REPORT ALWAYS  *
001040**  HAS; BEHIND THEM EACH DETAIL LINE CARRIES ITS SECTION, AGE    *
001050**  AND AGING FLAG IN FIXED FORM, SO THE UNPOSTED AND UNKNOWN     *
001060**  LINES CAN BE READ BACK AS A WORK QUEUE THE WAY THE EXCEPTION  *
001070**  LISTING IS (SEE EXCEPTREC.CPY).  HEADINGS, SECTION TITLES AND *
001080**  TRAILERS LEAVE COLUMN 79 BLANK.  WRITTEN BY Program9 AND READ *
001090**  BY THE OPEN-ITEMS REPORT (Program20), SO THE TWO CAN NEVER    *
001100**  DRIFT APART.                                                  *
001110**  WRITTEN  - 2026-10-15  RLW  CARVED OUT OF Program9.           *
001120**----------------------------------------------------------------*
001130 01  ACK-DETAIL-LINE.
001140     05  FILLER                  PIC X(02).
001150     05  ACK-DTL-EMP-NB          PIC X(05).
001160     05  FILLER                  PIC X(04).
001170     05  ACK-DTL-CC              PIC X(04).
001180     05  FILLER                  PIC X(03).
001190     05  ACK-DTL-SRC             PIC X(01).
001200     05  FILLER                  PIC X(04).
001210     05  ACK-DTL-TYPE            PIC X(01).
001220     05  FILLER                  PIC X(02).
001230     05  ACK-DTL-AMOUNT          PIC ZZZZ,ZZ9.99.
001240     05  FILLER                  PIC X(02).
001250     05  ACK-DTL-POST-DATE       PIC X(08).
001260     05  FILLER                  PIC X(02).
001270     05  ACK-DTL-AGE             PIC ZZZZ9.
001280     05  FILLER                  PIC X(02).
001290     05  ACK-DTL-FLAG            PIC X(14).
001300     05  FILLER                  PIC X(08).
001310     05  ACK-DTL-ITEM-TYPE       PIC X(01).
001320**        'M' = MATCHED   'U' = UNPOSTED   'K' = UNKNOWN
001330**        ACKNOWLEDGMENT - SPACE ON EVERY OTHER LINE
001340     05  ACK-DTL-AGE-DAYS        PIC 9(05).
001350     05  ACK-DTL-OVER-SW         PIC X(01).
001360**        'Y' = PAST THE AGING LIMIT ON THE GLACKPRM CARD
001370     05  ACK-DTL-AGED-FROM       PIC X(08).
001380**        YYYYMMDD THE AGE COUNTS FROM - THE CYCLE DATE, OR THE
001390**        PERIOD END FOR A PAY-PERIOD LINE
001400     05  FILLER                  PIC X(07).
