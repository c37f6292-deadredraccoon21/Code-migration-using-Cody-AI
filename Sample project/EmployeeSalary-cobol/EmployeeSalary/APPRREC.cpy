001000**----------------------------------------------------------------*
001010**  APPRREC.CPY                                                   *
001020**  RECORD LAYOUT FOR THE APPROVER AUTHORITY FILE (APPRAUTH).     *
001030**  ONE RECORD PER APPROVER PER DEPARTMENT THEY MAY SIGN FOR,     *
001040**  GIVING THE MOST THEY MAY RELEASE ABOVE THE GRADE'S BAND       *
001050**  MAXIMUM (SEE SUSPREC.CPY).  MAINTAINED BY COMPENSATION, NOT   *
001060**  CODE, THE SAME AS DEPTMAST.  Program5 CHECKS THE SIGNER ON    *
001070**  EVERY APPROVAL CARD AGAINST IT BEFORE RELEASING, CAPPING OR   *
001080**  DENYING A SUSPENDED RAISE.                                    *
001090**  WRITTEN  - 2026-10-15  RLW                                    *
001100**----------------------------------------------------------------*
001110 01  APPR-AUTH-REC.
001120     05  APA-APPROVER-ID         PIC X(08).
001130**        SAME ID THE SIGNER PUNCHES ON THE APPROVAL CARD
001140     05  APA-APPROVER-NAME       PIC X(20).
001150     05  APA-DEPT-SCOPE          PIC X(04).
001160**        DEPTMAST DEPARTMENT CODE THE AUTHORITY COVERS, OR
001170**        '****' FOR EVERY DEPARTMENT.  A RECORD FOR THE
001180**        DEPARTMENT ITSELF OVERRIDES THE '****' RECORD
001190     05  APA-LIMIT-OVER-MAX      PIC 9(07).
001200**        ANNUAL SALARY DOLLARS ABOVE THE BAND MAXIMUM THE
001210**        APPROVER MAY RELEASE.  ZERO STILL ALLOWS A CAP AT THE
001220**        BAND EDGE OR A DENIAL
001230     05  FILLER                  PIC X(41).
