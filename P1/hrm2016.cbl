                  GO TO MAIN-PARA
               ELSE
                 IF CHOICE = 4
                    CALL "BATCHMNU" USING SIGNON-USER SIGNON-ROLE
                    CANCEL "BATCHMNU"
                    GO TO MAIN-PARA
                 ELSE
           RECORD KEY IS GMCOMP
           FILE STATUS IS FSGM.

           SELECT PAYHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HKEY
           FILE STATUS IS FSH.

           SELECT DISBSTATFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSKEY
           FILE STATUS IS FSDS.

           SELECT PROFILEFILE ASSIGN TO PROFILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPF.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD LEAVEFILE
           LABEL RECORDS ARE STANDARD
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).
           02 BSTATE   PIC X(2).

       FD DESIGNATIONFILE
           LABEL RECORDS ARE STANDARD
           02 TEMPID   PIC X(6).
           02 TOBRID   PIC X(6).
           02 TTRFDT   PIC X(10).
           02 TFRBRID  PIC X(6).

       FD EMPPERSONALFILE
           LABEL RECORDS ARE STANDARD
           02 GMACCT   PIC X(10).
           02 GMDESC   PIC X(20).

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYHIST.DAT".
       01 PAYHISTREC.
           02 HKEY.
               03 HEMPID   PIC X(6).
               03 HPAYPER  PIC X(6).
           02 HBASIC   PIC 9(6)V99.
           02 HDA      PIC 9(6)V99.
           02 HCCA     PIC 9(6)V99.
           02 HHRA     PIC 9(6)V99.
           02 HDPA     PIC 9(6)V99.
           02 HPPA     PIC 9(6)V99.
           02 HEDUA    PIC 9(6)V99.
           02 HTECHJR  PIC 9(6)V99.
           02 HLUNCHA  PIC 9(6)V99.
           02 HCONVEY  PIC 9(6)V99.
           02 HBUSATR  PIC 9(6)V99.
           02 HLTA     PIC 9(6)V99.
           02 HPF      PIC 9(6)V99.
           02 HESI     PIC 9(6)V99.
           02 HGRTY    PIC 9(6)V99.
           02 HPTAX    PIC 9(6)V99.
           02 HITAX    PIC 9(6)V99.
           02 HLOAN    PIC 9(8)V99.
           02 HLOANDA  PIC 9(8)V99.
           02 HOTHERD  PIC 9(6)V99.
           02 HPERINC  PIC 9(6)V99.
           02 HMEDI    PIC 9(6)V99.
           02 HBOOK    PIC 9(6)V99.
           02 HENTER   PIC 9(6)V99.
           02 HTPH     PIC 9(6)V99.
           02 HHOUSE   PIC 9(6)V99.
           02 HVEHMAN  PIC 9(6)V99.
           02 HCREDIT  PIC 9(6)V99.
           02 HCLUB    PIC 9(6)V99.
           02 HCL      PIC 99.
           02 HSL      PIC 99.
           02 HPL      PIC 99.
           02 HLLOP    PIC 999.
           02 HOTHERL  PIC 999.

       FD DISBSTATFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DISBSTAT.DAT".
       01 DISBSTATREC.
           02 DSKEY.
               03 DSEMPID  PIC X(6).
               03 DSPERIOD PIC X(6).
           02 DSSTATUS PIC X(1).
           02 DSREASON PIC X(20).
           02 DSACCNO  PIC X(16).

       FD PROFILEFILE
           LABEL RECORDS ARE STANDARD.
       01 PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSE   PIC XX.
       77 FSL   PIC XX.
       77 DES   PIC X(6).
       77 GR    PIC 99.
       77 CHOICE PIC 99.
       77 FSH   PIC XX.
       77 FSDS  PIC XX.
       77 FSPF  PIC XX.
       77 PROFILE-NAME  PIC X(20).
       77 PROFILE-EMPID PIC X(6).
       77 PROFILE-SW    PIC X VALUE 'N'.
           88 PROFILE-TO-FILE VALUE 'Y'.
       77 PROF-EOF-SW   PIC X VALUE 'N'.
           88 PROF-EOF VALUE 'Y'.
       77 PROF-FOUND-SW PIC X VALUE 'N'.
           88 PROF-FOUND VALUE 'Y'.
       77 BRFILE-SW     PIC X VALUE 'N'.
           88 BRFILE-OPEN VALUE 'Y'.
       77 DSFILE-SW     PIC X VALUE 'N'.
           88 DSFILE-OPEN VALUE 'Y'.
       77 PROF-BRNAME   PIC X(15).
       77 PROF-DESNAME  PIC X(15).
       77 RPT-RUN-DATE  PIC 9(8).
       77 RUN-DATE-DIGITS PIC X(8).
       77 PAGE-COUNT    PIC 9(4) VALUE 0.
       77 LINE-COUNT    PIC 99 VALUE 0.
       77 PAGE-LIMIT    PIC 99 VALUE 60.
       77 SCREEN-LIMIT  PIC 99 VALUE 18.
       77 PROF-AMOUNT   PIC 9(8)V99 VALUE 0.
       77 GROSS         PIC 9(8)V99 VALUE 0.
       77 TOTAL-DEDUCTION PIC 9(8)V99 VALUE 0.
       77 NET-PAY       PIC S9(8)V99 VALUE 0.
       77 LOAN-COUNT    PIC 999 VALUE 0.
       77 LOAN-TOTAL    PIC 9(9)V99 VALUE 0.
       77 TRF-COUNT     PIC 999 VALUE 0.
       77 REV-COUNT     PIC 999 VALUE 0.
       77 AMOUNT-EDIT   PIC ZZZZZZZ9.99.
       77 TOTAL-EDIT    PIC ZZZZZZZZ9.99.
       77 SIGNED-EDIT   PIC -ZZZZZZZ9.99.
       77 COUNT-EDIT    PIC ZZ9.
       77 LV-YEAR       PIC X(4).
       77 LV-KEY        PIC XX.
       77 LV-SUB        PIC 9 VALUE 0.
       77 LV-IDX        PIC 9 VALUE 0.
       77 LV-BALANCE    PIC S9(5) VALUE 0.
       77 HIST-COUNT    PIC 9 VALUE 0.
       77 HIST-SUB      PIC 9 VALUE 0.

       01 LEAVE-CAT-VALUES.
           02 FILLER PIC X(6) VALUE "CLSLPL".
       01 LEAVE-CAT-TABLE REDEFINES LEAVE-CAT-VALUES.
           02 LEAVE-CAT PIC XX OCCURS 3 TIMES.

       01 LEAVE-TOTALS.
           02 LEAVE-TOTAL OCCURS 3 TIMES.
               03 LVT-CREDIT PIC 9(5).
               03 LVT-TAKEN  PIC 9(5).
               03 LVT-LAPSED PIC 9(5).

       01 HIST-TABLE.
           02 HIST-ENTRY OCCURS 6 TIMES.
               03 HT-PERIOD  PIC X(6).
               03 HT-GROSS   PIC 9(8)V99.
               03 HT-DEDUCT  PIC 9(8)V99.
               03 HT-NET     PIC S9(8)V99.

       01 PROF-LINE PIC X(80).

       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40) VALUE "EMPLOYEE PROFILE".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.

       01 HDG-LINE-2.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "EMPLOYEE ".
           02 HDG-EMPID PIC X(6).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 HDG-NAME  PIC X(25).
           02 FILLER    PIC X(87) VALUE SPACES.

       01 SECTION-LINE.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(4)  VALUE "=== ".
           02 SEC-TITLE PIC X(30).
           02 FILLER    PIC X(45) VALUE SPACES.

       01 FIELD-LINE.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 FLD-LABEL PIC X(24).
           02 FILLER    PIC X(2)  VALUE ": ".
           02 FLD-VALUE PIC X(52).

       01 LEAVE-LINE.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LVL-CAT     PIC XX.
           02 FILLER      PIC X(11) VALUE "  CREDITED ".
           02 LVL-CREDIT  PIC ZZZZ9.
           02 FILLER      PIC X(8)  VALUE "  TAKEN ".
           02 LVL-TAKEN   PIC ZZZZ9.
           02 FILLER      PIC X(18) VALUE "  LAPSED/ENCASHED ".
           02 LVL-LAPSED  PIC ZZZZ9.
           02 FILLER      PIC X(10) VALUE "  BALANCE ".
           02 LVL-BALANCE PIC -ZZZ9.
           02 FILLER      PIC X(9)  VALUE SPACES.

       01 LOAN-HDG-LINE.
           02 FILLER PIC X(9)  VALUE "  LOAN".
           02 FILLER PIC X(11) VALUE "TYPE".
           02 FILLER PIC X(12) VALUE "  PRINCIPAL".
           02 FILLER PIC X(12) VALUE " INSTALMENT".
           02 FILLER PIC X(12) VALUE "OUTSTANDING".
           02 FILLER PIC X(24) VALUE "START DATE".

       01 LOAN-LINE.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 LNL-ID     PIC X(6).
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 LNL-TYPE   PIC X(10).
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 LNL-PRIN   PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 LNL-INST   PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 LNL-BAL    PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 LNL-STDATE PIC X(10).
           02 FILLER     PIC X(14) VALUE SPACES.

       01 HIST-HDG-LINE.
           02 FILLER PIC X(10) VALUE "  PERIOD".
           02 FILLER PIC X(11) VALUE "      GROSS".
           02 FILLER PIC X(12) VALUE "  DEDUCTIONS".
           02 FILLER PIC X(13) VALUE "      NET PAY".
           02 FILLER PIC X(34) VALUE "  BANK DISBURSEMENT".

       01 HIST-LINE.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 HSL-PERIOD PIC X(6).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 HSL-GROSS  PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 HSL-DEDUCT PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 HSL-NET    PIC -ZZZZZZZ9.99.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 HSL-STATUS PIC X(30).
           02 FILLER     PIC X(2)  VALUE SPACES.

       01 TRF-HDG-LINE.
           02 FILLER PIC X(9)  VALUE "  TRF ID".
           02 FILLER PIC X(11) VALUE "DATE".
           02 FILLER PIC X(15) VALUE "     FROM".
           02 FILLER PIC X(45) VALUE "TO BRANCH".

       01 TRF-LINE.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 TRL-ID     PIC X(6).
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 TRL-DATE   PIC X(10).
           02 FILLER     PIC X(6)  VALUE " FROM ".
           02 TRL-FRBRID PIC X(6).
           02 FILLER     PIC X(4)  VALUE " TO ".
           02 TRL-BRID   PIC X(6).
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 TRL-BRNAME PIC X(15).
           02 FILLER     PIC X(23) VALUE SPACES.

       01 REV-HDG-LINE.
           02 FILLER PIC X(9)  VALUE "  REV ID".
           02 FILLER PIC X(11) VALUE "DATE".
           02 FILLER PIC X(7)  VALUE "DESIG".
           02 FILLER PIC X(12) VALUE "      BASIC".
           02 FILLER PIC X(41) VALUE "        HRA".

       01 REV-LINE.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 RVL-ID    PIC X(6).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 RVL-DATE  PIC X(10).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 RVL-DESIG PIC X(6).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 RVL-BASIC PIC ZZZZZZZ9.99.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 RVL-HRA   PIC ZZZZZZZ9.99.
           02 FILLER    PIC X(30) VALUE SPACES.

       SCREEN SECTION.
       01 CLEAR-SCREEN.
           DISPLAY "16 AT COLUMN NUMBER 5. ATTENDANCE FILE".
           DISPLAY "17 AT COLUMN NUMBER 5. TAX SLAB FILE".
           DISPLAY "18 AT COLUMN NUMBER 5. GL ACCOUNT MAP FILE".
           DISPLAY "19 AT COLUMN NUMBER 5. EMPLOYEE PROFILE".
           DISPLAY "20 AT COLUMN NUMBER 5. PRINT EMPLOYEE PROFILE".
           DISPLAY "21 AT COLUMN NUMBER 5. EXIT".
           DISPLAY "ENTER U R CHOICE :" AT COLUMN NUMBER 25.
           ACCEPT CHOICE AT COLUMN NUMBER 45.
           IF CHOICE = 19
              GO TO PROFILE-PARA.
           IF CHOICE = 20
              GO TO PROFILE-PRINT-PARA.
           IF CHOICE = 1
              GO TO EMP-PARA
           ELSE
           DISPLAY " GRADE NUMBER         :" EGRDNO AT COLUMN NUMBER 1.
           DISPLAY " BRANCH CODE          :" EBRNID AT COLUMN NUMBER 1.
           DISPLAY " DESIGNATION CODE     :" EDESID AT COLUMN NUMBER 1.
           DISPLAY " DEPARTMENT CODE      :" EDEPID AT COLUMN NUMBER 1.
           CLOSE EMPFILE.
           DISPLAY "PRESS ENTER TO RETURN TO HRMS READ MENU"
             AT COLUMN NUMBER 10.
           DISPLAY " PHONE          :" BBRPH AT COLUMN NUMBER 1.
           DISPLAY " E-MAIL         :" BEMAIL  AT COLUMN NUMBER 1.
           DISPLAY " MANAGER NAME   :" BMGRNAME AT COLUMN NUMBER 1.
           DISPLAY " STATE CODE     :" BSTATE AT COLUMN NUMBER 1.
           CLOSE BRANCHFILE.
           DISPLAY "PRESS ENTER TO RETURN TO HRMS READ MENU"
             AT COLUMN NUMBER 10.
           DISPLAY "ENTER THE DESIGNATION CODE :".
           ACCEPT DES.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           PERFORM DES-READ-PARA THRU DES-EXIT-PARA UNTIL FSDES = 10.
       DES-READ-PARA.
           READ DESIGNATIONFILE AT END GO TO DES-EXIT-PARA.
           IF DESID = DES
           DISPLAY "ENTER GRADE NO. :".
           ACCEPT GR.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           PERFORM GR-READ-PARA THRU GR-EXIT-PARA UNTIL FSG = 10.
       GR-READ-PARA.
           READ GRADEFILE AT END GO TO GR-EXIT-PARA.
           IF GGRADE = GR
           DISPLAY " EMP CODE          :" TEMPID AT COLUMN NUMBER 1.
           DISPLAY " NEW BRANCH CODE   :" TOBRID AT COLUMN NUMBER 1.
           DISPLAY " TRANSFER DATE     :" TTRFDT AT COLUMN NUMBER 1.
           DISPLAY " FROM BRANCH CODE  :" TFRBRID AT COLUMN NUMBER 1.
           CLOSE TRANSFERFILE.
           DISPLAY "PRESS ENTER TO RETURN TO HRMS READ MENU"
             AT COLUMN NUMBER 10.
           STOP ' '.
           GO TO MAIN-PARA.

       PROFILE-PARA.
           MOVE 'N' TO PROFILE-SW.
           GO TO PROFILE-START-PARA.

       PROFILE-PRINT-PARA.
           MOVE 'Y' TO PROFILE-SW.
           GO TO PROFILE-START-PARA.

       PROFILE-START-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN INPUT EMPFILE.
           DISPLAY "ENTER EMP CODE :".
           ACCEPT EEMPID.
           READ EMPFILE INVALID KEY GO TO ERROR-EMP-PARA.
           MOVE EEMPID TO PROFILE-EMPID.
           MOVE EEMPID TO HDG-EMPID.
           MOVE EEMPNAME TO HDG-NAME.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE RPT-RUN-DATE TO RUN-DATE-DIGITS.
           MOVE RUN-DATE-DIGITS(1:4) TO LV-YEAR.
           MOVE 0 TO PAGE-COUNT.
           MOVE 'N' TO BRFILE-SW.
           OPEN INPUT BRANCHFILE.
           IF FSB = "00"
              MOVE 'Y' TO BRFILE-SW.
           IF PROFILE-TO-FILE
              MOVE SPACES TO PROFILE-NAME
              STRING "PRF" DELIMITED BY SIZE
                     PROFILE-EMPID DELIMITED BY SPACE
                     ".PRT" DELIMITED BY SIZE
                  INTO PROFILE-NAME
              OPEN OUTPUT PROFILEFILE
              MOVE 99 TO LINE-COUNT
           ELSE
              DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1
              MOVE 0 TO LINE-COUNT.
           PERFORM PROFILE-MASTER-PARA.
           PERFORM PROFILE-PERSONAL-PARA.
           PERFORM PROFILE-PAY-PARA.
           PERFORM PROFILE-LEAVE-PARA.
           PERFORM PROFILE-LOAN-PARA.
           PERFORM PROFILE-HIST-PARA.
           PERFORM PROFILE-TRANSFER-PARA.
           PERFORM PROFILE-REVISION-PARA.
           PERFORM PROFILE-SEPARATION-PARA.
           CLOSE EMPFILE.
           IF BRFILE-OPEN
              CLOSE BRANCHFILE.
           MOVE SPACES TO PROF-LINE.
           PERFORM PROFILE-OUT-PARA.
           MOVE "  *** END OF EMPLOYEE PROFILE ***" TO PROF-LINE.
           PERFORM PROFILE-OUT-PARA.
           IF PROFILE-TO-FILE
              CLOSE PROFILEFILE
              DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1
              DISPLAY "PROFILE WRITTEN TO " PROFILE-NAME
                AT COLUMN NUMBER 10.
           DISPLAY "PRESS ENTER TO RETURN TO HRMS READ MENU"
             AT COLUMN NUMBER 10.
           STOP ' '.
           GO TO MAIN-PARA.

       PROFILE-MASTER-PARA.
           MOVE "MASTER DETAILS" TO SEC-TITLE.
           PERFORM PROFILE-SECTION-PARA.
           MOVE "EMPLOYEE CODE" TO FLD-LABEL.
           MOVE EEMPID TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "NAME" TO FLD-LABEL.
           MOVE EEMPNAME TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "ADDRESS" TO FLD-LABEL.
           MOVE EEMPADDR TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "PHONE" TO FLD-LABEL.
           MOVE EPHONE TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "DATE OF JOINING" TO FLD-LABEL.
           MOVE EDOJ TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "DIPLOMA" TO FLD-LABEL.
           MOVE EDIP TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "UG / PG" TO FLD-LABEL.
           MOVE SPACES TO FLD-VALUE.
           MOVE EUG TO FLD-VALUE(1:4).
           MOVE "/" TO FLD-VALUE(6:1).
           MOVE EPG TO FLD-VALUE(8:4).
           PERFORM PROFILE-FIELD-PARA.
           MOVE "PROFESSIONAL QUAL." TO FLD-LABEL.
           MOVE EPROFQ TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "SKILL SET" TO FLD-LABEL.
           MOVE ESKILL TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "GRADE" TO FLD-LABEL.
           MOVE EGRDNO TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE EBRNID TO BBRID.
           PERFORM PROFILE-BRANCH-NAME-PARA.
           MOVE "BRANCH" TO FLD-LABEL.
           MOVE SPACES TO FLD-VALUE.
           MOVE EBRNID TO FLD-VALUE(1:6).
           MOVE PROF-BRNAME TO FLD-VALUE(8:15).
           PERFORM PROFILE-FIELD-PARA.
           PERFORM PROFILE-DESIG-PARA.
           MOVE "DESIGNATION" TO FLD-LABEL.
           MOVE SPACES TO FLD-VALUE.
           MOVE EDESID TO FLD-VALUE(1:6).
           MOVE PROF-DESNAME TO FLD-VALUE(8:15).
           PERFORM PROFILE-FIELD-PARA.
           PERFORM PROFILE-DEPT-PARA.
           PERFORM PROFILE-CONFIRM-PARA.

       PROFILE-BRANCH-NAME-PARA.
           MOVE "NOT ON FILE" TO PROF-BRNAME.
           IF BRFILE-OPEN
              PERFORM PROFILE-BRANCH-GET-PARA.

       PROFILE-BRANCH-GET-PARA.
           MOVE 'Y' TO PROF-FOUND-SW.
           READ BRANCHFILE INVALID KEY MOVE 'N' TO PROF-FOUND-SW.
           IF PROF-FOUND
              MOVE BBRNAME TO PROF-BRNAME.

       PROFILE-DESIG-PARA.
           MOVE "NOT ON FILE" TO PROF-DESNAME.
           MOVE 'N' TO PROF-EOF-SW.
           OPEN INPUT DESIGNATIONFILE.
           IF FSDES = "00"
              PERFORM PROFILE-DESIG-READ-PARA UNTIL PROF-EOF
              CLOSE DESIGNATIONFILE.

       PROFILE-DESIG-READ-PARA.
           READ DESIGNATIONFILE AT END SET PROF-EOF TO TRUE.
           IF NOT PROF-EOF
              IF DESID = EDESID
                 MOVE DESIGN TO PROF-DESNAME
                 SET PROF-EOF TO TRUE.

       PROFILE-DEPT-PARA.
           MOVE "DEPARTMENT" TO FLD-LABEL.
           MOVE SPACES TO FLD-VALUE.
           IF EDEPID = SPACES
              MOVE "NOT ASSIGNED" TO FLD-VALUE
           ELSE
              MOVE EDEPID TO FLD-VALUE(1:6)
              MOVE "NOT ON FILE" TO FLD-VALUE(8:20)
              PERFORM PROFILE-DEPT-OPEN-PARA.
           PERFORM PROFILE-FIELD-PARA.

       PROFILE-DEPT-OPEN-PARA.
           OPEN INPUT DEPARTMENTFILE.
           IF FSDEP = "00"
              PERFORM PROFILE-DEPT-GET-PARA
              CLOSE DEPARTMENTFILE.

       PROFILE-DEPT-GET-PARA.
           MOVE EDEPID TO DEPCODE.
           MOVE 'Y' TO PROF-FOUND-SW.
           READ DEPARTMENTFILE INVALID KEY MOVE 'N' TO PROF-FOUND-SW.
           IF PROF-FOUND
              MOVE DEPNAME TO FLD-VALUE(8:20).

       PROFILE-CONFIRM-PARA.
           MOVE "CONFIRMATION DATE" TO FLD-LABEL.
           MOVE "NOT CONFIRMED" TO FLD-VALUE.
           OPEN INPUT CONFIRMATIONFILE.
           IF FSC = "00"
              PERFORM PROFILE-CONFIRM-GET-PARA
              CLOSE CONFIRMATIONFILE.
           PERFORM PROFILE-FIELD-PARA.

       PROFILE-CONFIRM-GET-PARA.
           MOVE PROFILE-EMPID TO CEMPID.
           MOVE 'Y' TO PROF-FOUND-SW.
           READ CONFIRMATIONFILE KEY IS CEMPID
              INVALID KEY MOVE 'N' TO PROF-FOUND-SW.
           IF PROF-FOUND
              MOVE CCDATE TO FLD-VALUE.

       PROFILE-PERSONAL-PARA.
           MOVE "PERSONAL DETAILS" TO SEC-TITLE.
           PERFORM PROFILE-SECTION-PARA.
           MOVE 'N' TO PROF-FOUND-SW.
           OPEN INPUT EMPPERSONALFILE.
           IF FSEP = "00"
              PERFORM PROFILE-PERSONAL-GET-PARA
              CLOSE EMPPERSONALFILE.
           IF NOT PROF-FOUND
              MOVE "  NO PERSONAL DETAILS ON FILE" TO PROF-LINE
              PERFORM PROFILE-OUT-PARA.

       PROFILE-PERSONAL-GET-PARA.
           MOVE PROFILE-EMPID TO EPEMPID.
           MOVE 'Y' TO PROF-FOUND-SW.
           READ EMPPERSONALFILE INVALID KEY MOVE 'N' TO PROF-FOUND-SW.
           IF PROF-FOUND
              PERFORM PROFILE-PERSONAL-SHOW-PARA.

       PROFILE-PERSONAL-SHOW-PARA.
           MOVE "TEMPORARY ADDRESS" TO FLD-LABEL.
           MOVE EPTADD TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "PHONE" TO FLD-LABEL.
           MOVE EPTPH TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "DATE OF BIRTH" TO FLD-LABEL.
           MOVE EPDOB TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "PLACE OF BIRTH" TO FLD-LABEL.
           MOVE EPPOB TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "LANGUAGES KNOWN" TO FLD-LABEL.
           MOVE EPLANG TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "BLOOD GROUP" TO FLD-LABEL.
           MOVE EPBLOOD TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "FATHER'S NAME" TO FLD-LABEL.
           MOVE EPFATHER TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "MOTHER'S NAME" TO FLD-LABEL.
           MOVE EPMOTHER TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "SPOUSE NAME" TO FLD-LABEL.
           MOVE EPSPOUSE TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "CHILD NAME" TO FLD-LABEL.
           MOVE EPCHILD TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.

       PROFILE-PAY-PARA.
           MOVE "CURRENT PAY" TO SEC-TITLE.
           PERFORM PROFILE-SECTION-PARA.
           MOVE 'N' TO PROF-FOUND-SW.
           OPEN INPUT PAYMENTFILE.
           IF FSP = "00"
              PERFORM PROFILE-PAY-GET-PARA
              CLOSE PAYMENTFILE.
           IF NOT PROF-FOUND
              MOVE "  NO PAYMENT RECORD ON FILE" TO PROF-LINE
              PERFORM PROFILE-OUT-PARA.
           PERFORM PROFILE-BANK-PARA.

       PROFILE-PAY-GET-PARA.
           MOVE PROFILE-EMPID TO PEMPID.
           MOVE 'Y' TO PROF-FOUND-SW.
           READ PAYMENTFILE INVALID KEY MOVE 'N' TO PROF-FOUND-SW.
           IF PROF-FOUND
              PERFORM PROFILE-PAY-SHOW-PARA.

       PROFILE-PAY-SHOW-PARA.
           MOVE "  EARNINGS" TO PROF-LINE.
           PERFORM PROFILE-OUT-PARA.
           MOVE "BASIC" TO FLD-LABEL.
           MOVE PBASIC TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "DEARNESS ALLOWANCE" TO FLD-LABEL.
           MOVE PDA TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "CITY COMPENSATORY ALLOW" TO FLD-LABEL.
           MOVE PCCA TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "HRA" TO FLD-LABEL.
           MOVE PHRA TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "DPA" TO FLD-LABEL.
           MOVE PDPA TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "PPA" TO FLD-LABEL.
           MOVE PPPA TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "EDUCATIONAL ALLOWANCE" TO FLD-LABEL.
           MOVE PEDUA TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "TECHNICAL JOURNAL" TO FLD-LABEL.
           MOVE PTECHJR TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "LUNCH ALLOWANCE" TO FLD-LABEL.
           MOVE PLUNCHA TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "CONVEYANCE" TO FLD-LABEL.
           MOVE PCONVEY TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "BUSINESS ATTIREMENT" TO FLD-LABEL.
           MOVE PBUSATR TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "LEAVE TRAVEL ALLOWANCE" TO FLD-LABEL.
           MOVE PLTA TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "GRATUITY" TO FLD-LABEL.
           MOVE PGRTY TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "PERFORMANCE INCENTIVE" TO FLD-LABEL.
           MOVE PPERINC TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "MEDICAL REIMBURSEMENT" TO FLD-LABEL.
           MOVE PMEDI TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "BOOK REIMBURSEMENT" TO FLD-LABEL.
           MOVE PBOOK TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "ENTERTAINMENT" TO FLD-LABEL.
           MOVE PENTER TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "PHONE" TO FLD-LABEL.
           MOVE PTPH TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "HOUSE RELATED" TO FLD-LABEL.
           MOVE PHOUSE TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "VEHICLE MAINTENANCE" TO FLD-LABEL.
           MOVE PVEHMAN TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "CREDIT CARD" TO FLD-LABEL.
           MOVE PCREDIT TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "CLUB" TO FLD-LABEL.
           MOVE PCLUB TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "  DEDUCTIONS" TO PROF-LINE.
           PERFORM PROFILE-OUT-PARA.
           MOVE "PF" TO FLD-LABEL.
           MOVE PPF TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "ESI" TO FLD-LABEL.
           MOVE PESI TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "PROFESSIONAL TAX" TO FLD-LABEL.
           MOVE PPTAX TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "INCOME TAX" TO FLD-LABEL.
           MOVE PITAX TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "LOAN" TO FLD-LABEL.
           MOVE PLOAN TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "LOAN DEDUCTION AMOUNT" TO FLD-LABEL.
           MOVE PLOANDA TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           MOVE "OTHER DEDUCTION" TO FLD-LABEL.
           MOVE POTHERD TO PROF-AMOUNT.
           PERFORM PROFILE-AMOUNT-PARA.
           COMPUTE GROSS = PBASIC + PDA + PCCA + PHRA + PDPA + PPPA
                 + PEDUA + PTECHJR + PLUNCHA + PCONVEY + PBUSATR
                 + PLTA + PGRTY + PPERINC + PMEDI + PBOOK + PENTER
                 + PTPH + PHOUSE + PVEHMAN + PCREDIT + PCLUB.
           COMPUTE TOTAL-DEDUCTION = PPF + PESI + PPTAX + PITAX
                 + PLOAN + PLOANDA + POTHERD.
           COMPUTE NET-PAY = GROSS - TOTAL-DEDUCTION.
           MOVE SPACES TO PROF-LINE.
           PERFORM PROFILE-OUT-PARA.
           MOVE "GROSS EARNINGS" TO FLD-LABEL.
           MOVE GROSS TO AMOUNT-EDIT.
           MOVE AMOUNT-EDIT TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "TOTAL DEDUCTIONS" TO FLD-LABEL.
           MOVE TOTAL-DEDUCTION TO AMOUNT-EDIT.
           MOVE AMOUNT-EDIT TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "NET PAY" TO FLD-LABEL.
           MOVE NET-PAY TO SIGNED-EDIT.
           MOVE SIGNED-EDIT TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           IF PLLOP NOT = 0
              MOVE "LOSS OF PAY DAYS" TO FLD-LABEL
              MOVE PLLOP TO COUNT-EDIT
              MOVE COUNT-EDIT TO FLD-VALUE
              PERFORM PROFILE-FIELD-PARA.

       PROFILE-AMOUNT-PARA.
           IF PROF-AMOUNT NOT = 0
              MOVE PROF-AMOUNT TO AMOUNT-EDIT
              MOVE AMOUNT-EDIT TO FLD-VALUE
              PERFORM PROFILE-FIELD-PARA.

       PROFILE-BANK-PARA.
           MOVE 'N' TO PROF-FOUND-SW.
           OPEN INPUT BANKFILE.
           IF FSBK = "00"
              PERFORM PROFILE-BANK-GET-PARA
              CLOSE BANKFILE.
           IF NOT PROF-FOUND
              MOVE "BANK ACCOUNT" TO FLD-LABEL
              MOVE "NO BANK DETAILS ON FILE" TO FLD-VALUE
              PERFORM PROFILE-FIELD-PARA.

       PROFILE-BANK-GET-PARA.
           MOVE PROFILE-EMPID TO BKEMPID.
           MOVE 'Y' TO PROF-FOUND-SW.
           READ BANKFILE INVALID KEY MOVE 'N' TO PROF-FOUND-SW.
           IF PROF-FOUND
              PERFORM PROFILE-BANK-SHOW-PARA.

       PROFILE-BANK-SHOW-PARA.
           MOVE "BANK ACCOUNT" TO FLD-LABEL.
           MOVE BKACCNO TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "BANK" TO FLD-LABEL.
           MOVE BKBANK TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "IFSC" TO FLD-LABEL.
           MOVE BKIFSC TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "PAYMENT MODE" TO FLD-LABEL.
           MOVE BKMODE TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.

       PROFILE-LEAVE-PARA.
           MOVE SPACES TO SEC-TITLE.
           STRING "LEAVE BALANCES " LV-YEAR DELIMITED BY SIZE
               INTO SEC-TITLE.
           PERFORM PROFILE-SECTION-PARA.
           MOVE ZEROS TO LEAVE-TOTALS.
           MOVE 'N' TO PROF-EOF-SW.
           OPEN INPUT LEAVETRANSFILE.
           IF FSLT = "00"
              PERFORM PROFILE-LEAVE-START-PARA
              CLOSE LEAVETRANSFILE.
           MOVE 1 TO LV-IDX.
           PERFORM PROFILE-LEAVE-LINE-PARA UNTIL LV-IDX > 3.

       PROFILE-LEAVE-START-PARA.
           MOVE PROFILE-EMPID TO LTEMPID.
           START LEAVETRANSFILE KEY IS EQUAL LTEMPID
               INVALID KEY SET PROF-EOF TO TRUE.
           PERFORM PROFILE-LEAVE-READ-PARA UNTIL PROF-EOF.

       PROFILE-LEAVE-READ-PARA.
           READ LEAVETRANSFILE NEXT RECORD AT END SET PROF-EOF TO TRUE.
           IF NOT PROF-EOF
              IF LTEMPID NOT = PROFILE-EMPID
                 SET PROF-EOF TO TRUE.
           IF NOT PROF-EOF
              IF LTFMDATE(1:4) = LV-YEAR
                 PERFORM PROFILE-LEAVE-POST-PARA.

       PROFILE-LEAVE-POST-PARA.
           IF LTLEVCAT(3:1) = SPACE
              MOVE LTLEVCAT(1:2) TO LV-KEY
           ELSE
              MOVE LTLEVCAT(2:2) TO LV-KEY.
           MOVE 0 TO LV-SUB.
           MOVE 1 TO LV-IDX.
           PERFORM PROFILE-LEAVE-SCAN-PARA UNTIL LV-IDX > 3.
           IF LV-SUB > 0
              IF LTLEVCAT(3:1) = SPACE
                 ADD LTDAYS TO LVT-TAKEN(LV-SUB)
              ELSE
                 IF LTLEVCAT(1:1) = "C" OR LTLEVCAT(1:1) = "B"
                    ADD LTDAYS TO LVT-CREDIT(LV-SUB)
                 ELSE
                    IF LTLEVCAT(1:1) = "X" OR LTLEVCAT(1:1) = "E"
                       ADD LTDAYS TO LVT-LAPSED(LV-SUB).

       PROFILE-LEAVE-SCAN-PARA.
           IF LEAVE-CAT(LV-IDX) = LV-KEY
              MOVE LV-IDX TO LV-SUB.
           ADD 1 TO LV-IDX.

       PROFILE-LEAVE-LINE-PARA.
           MOVE LEAVE-CAT(LV-IDX) TO LVL-CAT.
           MOVE LVT-CREDIT(LV-IDX) TO LVL-CREDIT.
           MOVE LVT-TAKEN(LV-IDX) TO LVL-TAKEN.
           MOVE LVT-LAPSED(LV-IDX) TO LVL-LAPSED.
           COMPUTE LV-BALANCE = LVT-CREDIT(LV-IDX) - LVT-TAKEN(LV-IDX)
                 - LVT-LAPSED(LV-IDX).
           MOVE LV-BALANCE TO LVL-BALANCE.
           MOVE LEAVE-LINE TO PROF-LINE.
           PERFORM PROFILE-OUT-PARA.
           ADD 1 TO LV-IDX.

       PROFILE-LOAN-PARA.
           MOVE "OPEN LOANS" TO SEC-TITLE.
           PERFORM PROFILE-SECTION-PARA.
           MOVE 0 TO LOAN-COUNT.
           MOVE 0 TO LOAN-TOTAL.
           MOVE 'N' TO PROF-EOF-SW.
           OPEN INPUT LOANFILE.
           IF FSLN = "00"
              PERFORM PROFILE-LOAN-START-PARA
              CLOSE LOANFILE.
           IF LOAN-COUNT = 0
              MOVE "  NO OPEN LOANS" TO PROF-LINE
              PERFORM PROFILE-OUT-PARA
           ELSE
              MOVE "TOTAL OUTSTANDING" TO FLD-LABEL
              MOVE LOAN-TOTAL TO TOTAL-EDIT
              MOVE TOTAL-EDIT TO FLD-VALUE
              PERFORM PROFILE-FIELD-PARA.

       PROFILE-LOAN-START-PARA.
           MOVE PROFILE-EMPID TO LNEMPID.
           START LOANFILE KEY IS EQUAL LNEMPID
               INVALID KEY SET PROF-EOF TO TRUE.
           PERFORM PROFILE-LOAN-READ-PARA UNTIL PROF-EOF.

       PROFILE-LOAN-READ-PARA.
           READ LOANFILE NEXT RECORD AT END SET PROF-EOF TO TRUE.
           IF NOT PROF-EOF
              IF LNEMPID NOT = PROFILE-EMPID
                 SET PROF-EOF TO TRUE.
           IF NOT PROF-EOF
              IF LNBAL > 0
                 PERFORM PROFILE-LOAN-LINE-PARA.

       PROFILE-LOAN-LINE-PARA.
           IF LOAN-COUNT = 0
              MOVE LOAN-HDG-LINE TO PROF-LINE
              PERFORM PROFILE-OUT-PARA.
           ADD 1 TO LOAN-COUNT.
           ADD LNBAL TO LOAN-TOTAL.
           MOVE LNLOANID TO LNL-ID.
           MOVE LNTYPE TO LNL-TYPE.
           MOVE LNPRIN TO LNL-PRIN.
           MOVE LNINST TO LNL-INST.
           MOVE LNBAL TO LNL-BAL.
           MOVE LNSTDATE TO LNL-STDATE.
           MOVE LOAN-LINE TO PROF-LINE.
           PERFORM PROFILE-OUT-PARA.

       PROFILE-HIST-PARA.
           MOVE "RECENT PAY HISTORY" TO SEC-TITLE.
           PERFORM PROFILE-SECTION-PARA.
           MOVE 0 TO HIST-COUNT.
           MOVE 'N' TO PROF-EOF-SW.
           OPEN INPUT PAYHISTFILE.
           IF FSH = "00"
              PERFORM PROFILE-HIST-START-PARA
              CLOSE PAYHISTFILE.
           IF HIST-COUNT = 0
              MOVE "  NO CLOSED PAY PERIODS ON FILE" TO PROF-LINE
              PERFORM PROFILE-OUT-PARA
           ELSE
              MOVE HIST-HDG-LINE TO PROF-LINE
              PERFORM PROFILE-OUT-PARA
              PERFORM PROFILE-HIST-SHOW-PARA.

       PROFILE-HIST-SHOW-PARA.
           MOVE 'N' TO DSFILE-SW.
           OPEN INPUT DISBSTATFILE.
           IF FSDS = "00"
              MOVE 'Y' TO DSFILE-SW.
           MOVE 1 TO HIST-SUB.
           PERFORM PROFILE-HIST-LINE-PARA UNTIL HIST-SUB > HIST-COUNT.
           IF DSFILE-OPEN
              CLOSE DISBSTATFILE.

       PROFILE-HIST-START-PARA.
           MOVE PROFILE-EMPID TO HEMPID.
           MOVE LOW-VALUES TO HPAYPER.
           START PAYHISTFILE KEY IS NOT LESS THAN HKEY
               INVALID KEY SET PROF-EOF TO TRUE.
           PERFORM PROFILE-HIST-READ-PARA UNTIL PROF-EOF.

       PROFILE-HIST-READ-PARA.
           READ PAYHISTFILE NEXT RECORD AT END SET PROF-EOF TO TRUE.
           IF NOT PROF-EOF
              IF HEMPID NOT = PROFILE-EMPID
                 SET PROF-EOF TO TRUE.
           IF NOT PROF-EOF
              PERFORM PROFILE-HIST-KEEP-PARA.

       PROFILE-HIST-KEEP-PARA.
           IF HIST-COUNT < 6
              ADD 1 TO HIST-COUNT
           ELSE
              MOVE HIST-ENTRY(2) TO HIST-ENTRY(1)
              MOVE HIST-ENTRY(3) TO HIST-ENTRY(2)
              MOVE HIST-ENTRY(4) TO HIST-ENTRY(3)
              MOVE HIST-ENTRY(5) TO HIST-ENTRY(4)
              MOVE HIST-ENTRY(6) TO HIST-ENTRY(5).
           MOVE HPAYPER TO HT-PERIOD(HIST-COUNT).
           COMPUTE HT-GROSS(HIST-COUNT) = HBASIC + HDA + HCCA + HHRA
                 + HDPA + HPPA + HEDUA + HTECHJR + HLUNCHA + HCONVEY
                 + HBUSATR + HLTA + HGRTY + HPERINC + HMEDI + HBOOK
                 + HENTER + HTPH + HHOUSE + HVEHMAN + HCREDIT + HCLUB.
           COMPUTE HT-DEDUCT(HIST-COUNT) = HPF + HESI + HPTAX + HITAX
                 + HLOAN + HLOANDA + HOTHERD.
           COMPUTE HT-NET(HIST-COUNT) = HT-GROSS(HIST-COUNT)
                 - HT-DEDUCT(HIST-COUNT).

       PROFILE-HIST-LINE-PARA.
           MOVE HT-PERIOD(HIST-SUB) TO HSL-PERIOD.
           MOVE HT-GROSS(HIST-SUB) TO HSL-GROSS.
           MOVE HT-DEDUCT(HIST-SUB) TO HSL-DEDUCT.
           MOVE HT-NET(HIST-SUB) TO HSL-NET.
           MOVE "NOT CONFIRMED BY BANK" TO HSL-STATUS.
           IF DSFILE-OPEN
              PERFORM PROFILE-DISB-GET-PARA.
           MOVE HIST-LINE TO PROF-LINE.
           PERFORM PROFILE-OUT-PARA.
           ADD 1 TO HIST-SUB.

       PROFILE-DISB-GET-PARA.
           MOVE PROFILE-EMPID TO DSEMPID.
           MOVE HT-PERIOD(HIST-SUB) TO DSPERIOD.
           MOVE 'Y' TO PROF-FOUND-SW.
           READ DISBSTATFILE INVALID KEY MOVE 'N' TO PROF-FOUND-SW.
           IF PROF-FOUND
              IF DSSTATUS = "P"
                 MOVE "PAID" TO HSL-STATUS
              ELSE
                 MOVE SPACES TO HSL-STATUS
                 STRING "RETURNED " DSREASON DELIMITED BY SIZE
                     INTO HSL-STATUS.

       PROFILE-TRANSFER-PARA.
           MOVE "TRANSFER HISTORY" TO SEC-TITLE.
           PERFORM PROFILE-SECTION-PARA.
           MOVE 0 TO TRF-COUNT.
           MOVE 'N' TO PROF-EOF-SW.
           OPEN INPUT TRANSFERFILE.
           IF FST = "00"
              PERFORM PROFILE-TRANSFER-READ-PARA UNTIL PROF-EOF
              CLOSE TRANSFERFILE.
           IF TRF-COUNT = 0
              MOVE "  NO TRANSFERS ON FILE" TO PROF-LINE
              PERFORM PROFILE-OUT-PARA.

       PROFILE-TRANSFER-READ-PARA.
           READ TRANSFERFILE NEXT RECORD AT END SET PROF-EOF TO TRUE.
           IF NOT PROF-EOF
              IF TEMPID = PROFILE-EMPID
                 PERFORM PROFILE-TRANSFER-LINE-PARA.

       PROFILE-TRANSFER-LINE-PARA.
           IF TRF-COUNT = 0
              MOVE TRF-HDG-LINE TO PROF-LINE
              PERFORM PROFILE-OUT-PARA.
           ADD 1 TO TRF-COUNT.
           MOVE TOBRID TO BBRID.
           PERFORM PROFILE-BRANCH-NAME-PARA.
           MOVE TTRFID TO TRL-ID.
           MOVE TTRFDT TO TRL-DATE.
           MOVE TFRBRID TO TRL-FRBRID.
           MOVE TOBRID TO TRL-BRID.
           MOVE PROF-BRNAME TO TRL-BRNAME.
           MOVE TRF-LINE TO PROF-LINE.
           PERFORM PROFILE-OUT-PARA.

       PROFILE-REVISION-PARA.
           MOVE "REVISION HISTORY" TO SEC-TITLE.
           PERFORM PROFILE-SECTION-PARA.
           MOVE 0 TO REV-COUNT.
           MOVE 'N' TO PROF-EOF-SW.
           OPEN INPUT REVISIONFILE.
           IF FSR = "00"
              PERFORM PROFILE-REVISION-START-PARA
              CLOSE REVISIONFILE.
           IF REV-COUNT = 0
              MOVE "  NO REVISIONS ON FILE" TO PROF-LINE
              PERFORM PROFILE-OUT-PARA.

       PROFILE-REVISION-START-PARA.
           MOVE PROFILE-EMPID TO REMPID.
           START REVISIONFILE KEY IS EQUAL REMPID
               INVALID KEY SET PROF-EOF TO TRUE.
           PERFORM PROFILE-REVISION-READ-PARA UNTIL PROF-EOF.

       PROFILE-REVISION-READ-PARA.
           READ REVISIONFILE NEXT RECORD AT END SET PROF-EOF TO TRUE.
           IF NOT PROF-EOF
              IF REMPID NOT = PROFILE-EMPID
                 SET PROF-EOF TO TRUE.
           IF NOT PROF-EOF
              PERFORM PROFILE-REVISION-LINE-PARA.

       PROFILE-REVISION-LINE-PARA.
           IF REV-COUNT = 0
              MOVE REV-HDG-LINE TO PROF-LINE
              PERFORM PROFILE-OUT-PARA.
           ADD 1 TO REV-COUNT.
           MOVE RREVID TO RVL-ID.
           MOVE RREVDATE TO RVL-DATE.
           MOVE RDESCODE TO RVL-DESIG.
           MOVE RBASIC TO RVL-BASIC.
           MOVE RHRA TO RVL-HRA.
           MOVE REV-LINE TO PROF-LINE.
           PERFORM PROFILE-OUT-PARA.

       PROFILE-SEPARATION-PARA.
           MOVE "SEPARATION" TO SEC-TITLE.
           PERFORM PROFILE-SECTION-PARA.
           MOVE 'N' TO PROF-FOUND-SW.
           OPEN INPUT SEPARATIONFILE.
           IF FSSEP = "00"
              PERFORM PROFILE-SEPARATION-GET-PARA
              CLOSE SEPARATIONFILE.
           IF NOT PROF-FOUND
              MOVE "STATUS" TO FLD-LABEL
              MOVE "ON ROLL - NOT SEPARATED" TO FLD-VALUE
              PERFORM PROFILE-FIELD-PARA.

       PROFILE-SEPARATION-GET-PARA.
           MOVE PROFILE-EMPID TO SEMPID.
           MOVE 'Y' TO PROF-FOUND-SW.
           READ SEPARATIONFILE INVALID KEY MOVE 'N' TO PROF-FOUND-SW.
           IF PROF-FOUND
              PERFORM PROFILE-SEPARATION-SHOW-PARA.

       PROFILE-SEPARATION-SHOW-PARA.
           MOVE "STATUS" TO FLD-LABEL.
           MOVE "SEPARATED" TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "SEPARATION DATE" TO FLD-LABEL.
           MOVE SSEPDATE TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "REASON" TO FLD-LABEL.
           MOVE SREASON TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.
           MOVE "NOTICE SERVED" TO FLD-LABEL.
           MOVE SNOTICE TO FLD-VALUE.
           PERFORM PROFILE-FIELD-PARA.

       PROFILE-SECTION-PARA.
           IF PROFILE-TO-FILE
              IF LINE-COUNT > PAGE-LIMIT - 6
                 MOVE 99 TO LINE-COUNT.
           IF NOT PROFILE-TO-FILE
              IF LINE-COUNT > SCREEN-LIMIT - 4
                 PERFORM PROFILE-PAUSE-PARA.
           MOVE SPACES TO PROF-LINE.
           PERFORM PROFILE-OUT-PARA.
           MOVE SECTION-LINE TO PROF-LINE.
           PERFORM PROFILE-OUT-PARA.

       PROFILE-FIELD-PARA.
           MOVE FIELD-LINE TO PROF-LINE.
           PERFORM PROFILE-OUT-PARA.

       PROFILE-OUT-PARA.
           IF PROFILE-TO-FILE
              PERFORM PROFILE-WRITE-PARA
           ELSE
              PERFORM PROFILE-SHOW-PARA.

       PROFILE-WRITE-PARA.
           IF LINE-COUNT > PAGE-LIMIT
              PERFORM PROFILE-HEADING-PARA.
           WRITE PRINT-REC FROM PROF-LINE.
           ADD 1 TO LINE-COUNT.

       PROFILE-HEADING-PARA.
           ADD 1 TO PAGE-COUNT.
           MOVE RPT-RUN-DATE TO HDG-DATE.
           MOVE PAGE-COUNT TO HDG-PAGE.
           WRITE PRINT-REC FROM HDG-LINE-1.
           WRITE PRINT-REC FROM HDG-LINE-2.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 3 TO LINE-COUNT.

       PROFILE-SHOW-PARA.
           IF LINE-COUNT NOT < SCREEN-LIMIT
              PERFORM PROFILE-PAUSE-PARA.
           DISPLAY PROF-LINE AT COLUMN NUMBER 1.
           ADD 1 TO LINE-COUNT.

       PROFILE-PAUSE-PARA.
           DISPLAY "PRESS ENTER FOR NEXT PAGE" AT COLUMN NUMBER 10.
           STOP ' '.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           MOVE 0 TO LINE-COUNT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP.

           RECORD KEY IS DEPCODE
           FILE STATUS IS FSDEP.

           SELECT DEPTHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DHKEY
           FILE STATUS IS FSDH.

           SELECT REVISIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GMCOMP
           FILE STATUS IS FSGM.

           SELECT STATRATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SRKEY
           FILE STATUS IS FSSR.

           SELECT LVPOLICYFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LPGRADE
           FILE STATUS IS FSLP.

           SELECT CLAIMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLKEY
           FILE STATUS IS FSCL.

           SELECT CLMLIMITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMGRADE
           FILE STATUS IS FSCM.

           SELECT SUPPLINEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLKEY
           FILE STATUS IS FSSL.

           SELECT PENDCHGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCKEY
           FILE STATUS IS FSPC.

           SELECT RETAINFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTFILE
           FILE STATUS IS FSRT.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD LEAVEFILE
           LABEL RECORDS ARE STANDARD
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).
           02 BSTATE   PIC X(2).

       FD DESIGNATIONFILE
           LABEL RECORDS ARE STANDARD
           02 DEPCODE  PIC X(6).
           02 DEPNAME  PIC X(20).

       FD DEPTHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEPTHIST.DAT".
       01 DEPTHISTREC.
           02 DHKEY.
               03 DHEMPID   PIC X(6).
               03 DHEFFDATE PIC X(10).
           02 DHFROMDEP PIC X(6).
           02 DHTODEP   PIC X(6).
           02 DHOPER    PIC X(8).

       FD REVISIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REVISION.DAT".
           02 TEMPID   PIC X(6).
           02 TOBRID   PIC X(6).
           02 TTRFDT   PIC X(10).
           02 TFRBRID  PIC X(6).

       FD EMPPERSONALFILE
           LABEL RECORDS ARE STANDARD
           02 GMACCT   PIC X(10).
           02 GMDESC   PIC X(20).

       FD STATRATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "STATRATE.DAT".
       01 STATRATEREC.
           02 SRKEY.
               03 SRTYPE    PIC X(2).
               03 SRSTATE   PIC X(2).
               03 SREFFDATE PIC X(10).
               03 SRSLABNO  PIC 99.
           02 SREMPRATE PIC 99V99.
           02 SRERRATE  PIC 99V99.
           02 SRLIMIT   PIC 9(8)V99.
           02 SRUPPER   PIC 9(8)V99.
           02 SRAMOUNT  PIC 9(6)V99.

       FD LVPOLICYFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LVPOLICY.DAT".
       01 LVPOLICYREC.
           02 LPGRADE    PIC 99.
           02 LPCLCREDIT PIC 999.
           02 LPSLCREDIT PIC 999.
           02 LPPLCREDIT PIC 999.
           02 LPCLCAP    PIC 999.
           02 LPSLCAP    PIC 999.
           02 LPPLCAP    PIC 999.
           02 LPPLENCASH PIC 999.

       FD CLAIMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CLAIM.DAT".
       01 CLAIMREC.
           02 CLKEY.
               03 CLEMPID  PIC X(6).
               03 CLHEAD   PIC X(6).
               03 CLBILLNO PIC X(10).
           02 CLBILLDT   PIC X(10).
           02 CLCLAIMED  PIC 9(6)V99.
           02 CLAPPROVED PIC 9(6)V99.
           02 CLSTATUS   PIC X(1).
           02 CLAPPROVER PIC X(8).
           02 CLPAIDPER  PIC X(6).

       FD CLMLIMITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CLMLIMIT.DAT".
       01 CLMLIMITREC.
           02 CMGRADE    PIC 99.
           02 CMHEADS.
               03 CMMEDI   PIC 9(6)V99.
               03 CMBOOK   PIC 9(6)V99.
               03 CMENTER  PIC 9(6)V99.
               03 CMTPH    PIC 9(6)V99.
               03 CMVEHMAN PIC 9(6)V99.
               03 CMCREDIT PIC 9(6)V99.
               03 CMCLUB   PIC 9(6)V99.
           02 CMHEAD-TABLE REDEFINES CMHEADS.
               05 CMLIMIT OCCURS 7 TIMES PIC 9(6)V99.

       FD SUPPLINEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SUPPLINE.DAT".
       01 SUPPLINEREC.
           02 SLKEY.
               03 SLEMPID  PIC X(6).
               03 SLTYPE   PIC X(6).
           02 SLAMOUNT  PIC 9(8)V99.
           02 SLTAXABLE PIC X(1).
           02 SLREMARK  PIC X(20).
           02 SLMAKER   PIC X(8).

       FD PENDCHGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PENDCHG.DAT".
       01 PENDCHGREC.
           02 PCKEY.
               03 PCFILE   PIC X(1).
               03 PCEMPID  PIC X(6).
               03 PCSEQ    PIC 9(3).
           02 PCACTION  PIC X(3).
           02 PCSTATUS  PIC X(1).
           02 PCMAKER   PIC X(8).
           02 PCMKDATE  PIC X(10).
           02 PCCHECKER PIC X(8).
           02 PCCKDATE  PIC X(10).
           02 PCREASON  PIC X(30).
           02 PCBEFORE  PIC X(254).
           02 PCAFTER   PIC X(254).

       FD RETAINFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RETAIN.DAT".
       01 RETAINREC.
           02 RTFILE    PIC X(8).
           02 RTUNIT    PIC X(1).
           02 RTKEEP    PIC 999.
           02 RTCUTOFF  PIC X(8).
           02 RTRUNDATE PIC X(8).
           02 RTOPER    PIC X(8).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.DAT".
       77 FSGM  PIC XX.
       77 FSAUD PIC XX.
       77 FSOP  PIC XX.
       77 FSSR  PIC XX.
       77 FSDH  PIC XX.
       77 FSLP  PIC XX.
       77 FSCL  PIC XX.
       77 FSCM  PIC XX.
       77 FSSL  PIC XX.
       77 FSPC  PIC XX.
       77 FSRT  PIC XX.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.
       77 CHOICE PIC 99.
       77 ACTION PIC 9.
       77 VALID-SW PIC X VALUE 'N'.
       77 DESIG-EOF-SW PIC X VALUE 'N'.
           88 DESIG-EOF VALUE 'Y'.
       77 OPERATOR-ID  PIC X(8) VALUE SPACES.
       77 OLD-EDEPID   PIC X(6) VALUE SPACES.
       77 DEP-EFFDATE  PIC X(10) VALUE SPACES.
       77 LT-NEW-SW    PIC X VALUE 'N'.
           88 LT-NEW-FILE VALUE 'Y'.
       77 LV-EOF-SW    PIC X VALUE 'N'.
           88 LV-EOF VALUE 'Y'.
       77 LV-EMPID     PIC X(6) VALUE SPACES.
       77 LV-YEAR      PIC X(4) VALUE SPACES.
       77 LV-CAT       PIC X(3) VALUE SPACES.
       77 LV-BALANCE   PIC S9(5) VALUE 0.
       77 LV-BALANCE-O PIC -(5)9.
       01 HOLD-LEAVETRANSREC PIC X(38).
       01 HOLD-CLAIMREC PIC X(63).
       77 CLM-DECISION PIC X(1) VALUE SPACE.
       77 CLM-HOLD-KEY PIC X(12) VALUE SPACES.
       77 CLM-EOF-SW   PIC X VALUE 'N'.
           88 CLM-EOF VALUE 'Y'.
       77 CLM-LIMIT-SW PIC X VALUE 'N'.
           88 CLM-LIMIT-FOUND VALUE 'Y'.
       77 HEAD-SUB     PIC 99 VALUE 0.
       77 HEAD-IDX     PIC 99 VALUE 0.
       77 CLM-FY-START PIC 9(4) VALUE 0.
       77 CLM-BILL-FY  PIC 9(4) VALUE 0.
       77 CLM-YY       PIC 9(4) VALUE 0.
       77 CLM-MM       PIC 99 VALUE 0.
       77 CLM-LIMIT    PIC 9(6)V99 VALUE 0.
       77 CLM-YTD      PIC 9(8)V99 VALUE 0.
       77 CLM-REMAIN   PIC S9(8)V99 VALUE 0.
       77 CLM-AMOUNT-O PIC -(8)9.99.
       01 CLAIM-HEAD-VALUES.
           02 FILLER PIC X(24) VALUE "MEDI  BOOK  ENTER TPH   ".
           02 FILLER PIC X(18) VALUE "VEHMANCREDITCLUB  ".
       01 CLAIM-HEAD-TABLE REDEFINES CLAIM-HEAD-VALUES.
           05 CLAIM-HEAD-CODE OCCURS 7 TIMES PIC X(6).
       01 SUPP-TYPE-VALUES.
           02 FILLER PIC X(24) VALUE "BONUS FESTADSPLALWOTHER ".
       01 SUPP-TYPE-TABLE REDEFINES SUPP-TYPE-VALUES.
           05 SUPP-TYPE-CODE OCCURS 4 TIMES PIC X(6).
       77 TYPE-SUB     PIC 99 VALUE 0.
       77 PEND-FILE    PIC X(1) VALUE SPACE.
       77 PEND-EMPID   PIC X(6) VALUE SPACES.
       77 PEND-ACTION  PIC X(3) VALUE SPACES.
       77 PEND-SEQ     PIC 9(3) VALUE 0.
       77 PEND-OPEN-SEQ PIC 9(3) VALUE 0.
       77 PEND-DECISION PIC X(1) VALUE SPACE.
       77 PEND-EOF-SW  PIC X VALUE 'N'.
           88 PEND-EOF VALUE 'Y'.
       77 PEND-OPEN-SW PIC X VALUE 'N'.
           88 PEND-OPEN-FOUND VALUE 'Y'.
       77 PEND-DATE-DIGITS PIC X(8).
       77 PEND-TODAY   PIC X(10) VALUE SPACES.
       77 FLD-IDX      PIC 99 VALUE 0.
       77 FLD-START    PIC 999 VALUE 0.
       77 FLD-LEN      PIC 99 VALUE 0.
       77 PEND-BEFORE-O PIC Z(7)9.99.
       77 PEND-AFTER-O  PIC Z(7)9.99.
       01 PEND-BEFORE  PIC X(254).
       01 PEND-AFTER   PIC X(254).
       01 PEND-CURRENT PIC X(254).
       01 PEND-AMT8-X  PIC X(8).
       01 PEND-AMT8 REDEFINES PEND-AMT8-X PIC 9(6)V99.
       01 PEND-AMT10-X PIC X(10).
       01 PEND-AMT10 REDEFINES PEND-AMT10-X PIC 9(8)V99.
       01 PEND-DAYS-X  PIC X(3).
       01 PEND-DAYS REDEFINES PEND-DAYS-X PIC 999.
       01 PAY-FIELD-VALUES.
           02 FILLER PIC X(11) VALUE "BASIC 00708".
           02 FILLER PIC X(11) VALUE "DA    01508".
           02 FILLER PIC X(11) VALUE "CCA   02308".
           02 FILLER PIC X(11) VALUE "HRA   03108".
           02 FILLER PIC X(11) VALUE "DPA   03908".
           02 FILLER PIC X(11) VALUE "PPA   04708".
           02 FILLER PIC X(11) VALUE "EDUA  05508".
           02 FILLER PIC X(11) VALUE "TECHJR06308".
           02 FILLER PIC X(11) VALUE "LUNCHA07108".
           02 FILLER PIC X(11) VALUE "CONVEY07908".
           02 FILLER PIC X(11) VALUE "BUSATR08708".
           02 FILLER PIC X(11) VALUE "LTA   09508".
           02 FILLER PIC X(11) VALUE "PF    10308".
           02 FILLER PIC X(11) VALUE "ESI   11108".
           02 FILLER PIC X(11) VALUE "GRTY  11908".
           02 FILLER PIC X(11) VALUE "PTAX  12708".
           02 FILLER PIC X(11) VALUE "ITAX  13508".
           02 FILLER PIC X(11) VALUE "LOAN  14310".
           02 FILLER PIC X(11) VALUE "LOANDA15310".
           02 FILLER PIC X(11) VALUE "OTHERD16308".
           02 FILLER PIC X(11) VALUE "PERINC17108".
           02 FILLER PIC X(11) VALUE "MEDI  17908".
           02 FILLER PIC X(11) VALUE "BOOK  18708".
           02 FILLER PIC X(11) VALUE "ENTER 19508".
           02 FILLER PIC X(11) VALUE "TPH   20308".
           02 FILLER PIC X(11) VALUE "HOUSE 21108".
           02 FILLER PIC X(11) VALUE "VEHMAN21908".
           02 FILLER PIC X(11) VALUE "CREDIT22708".
           02 FILLER PIC X(11) VALUE "CLUB  23508".
           02 FILLER PIC X(11) VALUE "CL    24302".
           02 FILLER PIC X(11) VALUE "SL    24502".
           02 FILLER PIC X(11) VALUE "PL    24702".
           02 FILLER PIC X(11) VALUE "LLOP  24903".
           02 FILLER PIC X(11) VALUE "OTHERL25203".
       01 PAY-FIELD-TABLE REDEFINES PAY-FIELD-VALUES.
           05 PAY-FIELD OCCURS 34 TIMES.
               10 PAY-FLD-NAME  PIC X(6).
               10 PAY-FLD-START PIC 999.
               10 PAY-FLD-LEN   PIC 99.
       77 AUD-DATE-WS  PIC 9(8).
       77 AUD-TIME-WS  PIC 9(8).
       77 AUD-FILE     PIC X(12).
           DISPLAY "17 AT COLUMN NUMBER 5. ATTENDANCE FILE".
           DISPLAY "18 AT COLUMN NUMBER 5. TAX SLAB FILE".
           DISPLAY "19 AT COLUMN NUMBER 5. GL ACCOUNT MAP FILE".
           DISPLAY "20 AT COLUMN NUMBER 5. STATUTORY RATE FILE".
           DISPLAY "21 AT COLUMN NUMBER 5. LEAVE POLICY FILE".
           DISPLAY "22 AT COLUMN NUMBER 5. REIMBURSEMENT CLAIM FILE".
           DISPLAY "23 AT COLUMN NUMBER 5. CLAIM LIMIT FILE".
           DISPLAY "24 AT COLUMN NUMBER 5. SUPPLEMENTARY PAYMENT FILE".
           DISPLAY "25 AT COLUMN NUMBER 5. CHANGE APPROVAL".
           DISPLAY "26 AT COLUMN NUMBER 5. RETENTION POLICY FILE".
           DISPLAY "27 AT COLUMN NUMBER 5. EXIT".
           DISPLAY "ENTER U R CHOICE :" AT COLUMN NUMBER 25.
           ACCEPT CHOICE AT COLUMN NUMBER 45.
           IF CHOICE = 26
              GO TO RETAIN-PARA.
           IF CHOICE = 25
              GO TO APPROVAL-PARA.
           IF CHOICE = 24
              GO TO SUPPLINE-PARA.
           IF CHOICE = 22
              GO TO CLAIM-PARA.
           IF CHOICE = 23
              GO TO CLMLIMIT-PARA.
           IF CHOICE = 20
              GO TO STATRATE-PARA.
           IF CHOICE = 21
              GO TO LVPOLICY-PARA.
           IF CHOICE = 1
              GO TO EMP-PARA
           ELSE
           ACCEPT EBRNID AT COLUMN NUMBER 35.
           DISPLAY "ENTER DESIGNATION CODE :" AT COLUMN NUMBER 1.
           ACCEPT EDESID AT COLUMN NUMBER 35.
           DISPLAY "ENTER DEPARTMENT CODE :" AT COLUMN NUMBER 1.
           ACCEPT EDEPID AT COLUMN NUMBER 35.
           PERFORM EMP-VALIDATE-BRANCH-PARA.
           IF NOT CODE-IS-VALID
              DISPLAY "INVALID BRANCH CODE" AT COLUMN NUMBER 1
              DISPLAY "INVALID DESIGNATION CODE" AT COLUMN NUMBER 1
              CLOSE EMPFILE
              GO TO MAIN-PARA.
           PERFORM EMP-VALIDATE-DEPT-PARA.
           IF NOT CODE-IS-VALID
              DISPLAY "INVALID DEPARTMENT CODE" AT COLUMN NUMBER 1
              CLOSE EMPFILE
              GO TO MAIN-PARA.
           MOVE "EMP.DAT" TO AUD-FILE.
           MOVE EEMPID TO AUD-KEY.
           MOVE EEMPID TO AUD-EMPID.
                   AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA
              MOVE SPACES TO OLD-EDEPID
              MOVE EDOJ TO DEP-EFFDATE
              PERFORM EMP-DEPT-HIST-PARA.
           CLOSE EMPFILE.
           GO TO MAIN-PARA.

                 MOVE 'Y' TO VALID-SW.
           CLOSE BRANCHFILE.

       EMP-VALIDATE-DEPT-PARA.
           MOVE 'N' TO VALID-SW.
           OPEN INPUT DEPARTMENTFILE.
           MOVE EDEPID TO DEPCODE.
           READ DEPARTMENTFILE
              INVALID KEY
                 MOVE 'N' TO VALID-SW
              NOT INVALID KEY
                 MOVE 'Y' TO VALID-SW.
           CLOSE DEPARTMENTFILE.

       EMP-DEPT-HIST-PARA.
           OPEN I-O DEPTHISTFILE.
           IF FSDH = 30 OR FSDH = 35
              OPEN OUTPUT DEPTHISTFILE.
           MOVE EEMPID TO DHEMPID.
           MOVE DEP-EFFDATE TO DHEFFDATE.
           MOVE OLD-EDEPID TO DHFROMDEP.
           MOVE EDEPID TO DHTODEP.
           MOVE OPERATOR-ID TO DHOPER.
           WRITE DEPTHISTREC
              INVALID KEY REWRITE DEPTHISTREC.
           CLOSE DEPTHISTFILE.

       EMP-VALIDATE-DESIG-PARA.
           MOVE 'N' TO VALID-SW.
           MOVE 'N' TO DESIG-EOF-SW.
           OPEN INPUT DESIGNATIONFILE.
           PERFORM EMP-DESIG-SCAN-PARA THRU EMP-DESIG-SCAN-EXIT
              UNTIL DESIG-EOF OR CODE-IS-VALID.
           CLOSE DESIGNATIONFILE.

                 CLOSE EMPFILE
                 GO TO MAIN-PARA.
           MOVE EMPREC TO AUD-BEFORE.
           MOVE EDEPID TO OLD-EDEPID.
           DISPLAY "ENTER NAME :" AT COLUMN NUMBER 1.
           ACCEPT EEMPNAME AT COLUMN NUMBER 35.
           DISPLAY "ENTER ADDRESS :" AT COLUMN NUMBER 1.
           ACCEPT EBRNID AT COLUMN NUMBER 35.
           DISPLAY "ENTER DESIGNATION CODE :" AT COLUMN NUMBER 1.
           ACCEPT EDESID AT COLUMN NUMBER 35.
           DISPLAY "ENTER DEPARTMENT CODE :" AT COLUMN NUMBER 1.
           ACCEPT EDEPID AT COLUMN NUMBER 35.
           PERFORM EMP-VALIDATE-BRANCH-PARA.
           IF NOT CODE-IS-VALID
              DISPLAY "INVALID BRANCH CODE" AT COLUMN NUMBER 1
              DISPLAY "INVALID DESIGNATION CODE" AT COLUMN NUMBER 1
              CLOSE EMPFILE
              GO TO MAIN-PARA.
           PERFORM EMP-VALIDATE-DEPT-PARA.
           IF NOT CODE-IS-VALID
              DISPLAY "INVALID DEPARTMENT CODE" AT COLUMN NUMBER 1
              CLOSE EMPFILE
              GO TO MAIN-PARA.
           MOVE "EMP.DAT" TO AUD-FILE.
           MOVE EEMPID TO AUD-KEY.
           MOVE EEMPID TO AUD-EMPID.
           IF EDEPID NOT = OLD-EDEPID
              DISPLAY "ENTER DEPARTMENT MOVE DATE :" AT COLUMN NUMBER 1
              ACCEPT DEP-EFFDATE AT COLUMN NUMBER 35.
           MOVE "COR" TO AUD-ACTION.
           MOVE EMPREC TO AUD-AFTER.
           MOVE 'Y' TO VALID-SW.
                 DISPLAY "UNABLE TO UPDATE RECORD" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA
              IF EDEPID NOT = OLD-EDEPID
                 PERFORM EMP-DEPT-HIST-PARA.
           CLOSE EMPFILE.
           GO TO MAIN-PARA.

           ACCEPT BEMAIL AT COLUMN NUMBER 35.
           DISPLAY "ENTER MANAGER NAME :" AT COLUMN NUMBER 1.
           ACCEPT BMGRNAME AT COLUMN NUMBER 35.
           DISPLAY "ENTER STATE CODE :" AT COLUMN NUMBER 1.
           ACCEPT BSTATE AT COLUMN NUMBER 35.
           MOVE "BRANCH.DAT" TO AUD-FILE.
           MOVE BBRID TO AUD-KEY.
           MOVE SPACES TO AUD-EMPID.
           ACCEPT BEMAIL AT COLUMN NUMBER 35.
           DISPLAY "ENTER MANAGER NAME :" AT COLUMN NUMBER 1.
           ACCEPT BMGRNAME AT COLUMN NUMBER 35.
           DISPLAY "ENTER STATE CODE :" AT COLUMN NUMBER 1.
           ACCEPT BSTATE AT COLUMN NUMBER 35.
           MOVE "BRANCH.DAT" TO AUD-FILE.
           MOVE BBRID TO AUD-KEY.
           MOVE SPACES TO AUD-EMPID.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O PAYMENTFILE.
           IF FSP = 30 OR FSP = 35
              OPEN OUTPUT PAYMENTFILE
              CLOSE PAYMENTFILE
              OPEN I-O PAYMENTFILE.
           DISPLAY "ENTER EMPLOYEE CODE :" AT COLUMN NUMBER 1.
           ACCEPT PEMPID AT COLUMN NUMBER 35.
           MOVE 'Y' TO VALID-SW.
           READ PAYMENTFILE
              INVALID KEY MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              DISPLAY "PAYMENT CODE ALREADY EXISTS" AT COLUMN NUMBER 1
              CLOSE PAYMENTFILE
              GO TO MAIN-PARA.
           PERFORM PAYMENT-FIELDS-PARA.
           CLOSE PAYMENTFILE.
           MOVE "P" TO PEND-FILE.
           MOVE PEMPID TO PEND-EMPID.
           MOVE "ADD" TO PEND-ACTION.
           MOVE SPACES TO PEND-BEFORE.
           MOVE PAYMENTREC TO PEND-AFTER.
           PERFORM PENDCHG-RAISE-PARA.
           GO TO MAIN-PARA.

       PAYMENT-CORRECT-PARA.
                 DISPLAY "PAYMENT CODE NOT FOUND" AT COLUMN NUMBER 1
                 CLOSE PAYMENTFILE
                 GO TO MAIN-PARA.
           MOVE PAYMENTREC TO PEND-BEFORE.
           PERFORM PAYMENT-FIELDS-PARA.
           CLOSE PAYMENTFILE.
           MOVE "P" TO PEND-FILE.
           MOVE PEMPID TO PEND-EMPID.
           MOVE "COR" TO PEND-ACTION.
           MOVE PAYMENTREC TO PEND-AFTER.
           PERFORM PENDCHG-RAISE-PARA.
           GO TO MAIN-PARA.

       PAYMENT-DELETE-PARA.
                 DISPLAY "PAYMENT CODE NOT FOUND" AT COLUMN NUMBER 1
                 CLOSE PAYMENTFILE
                 GO TO MAIN-PARA.
           CLOSE PAYMENTFILE.
           MOVE "P" TO PEND-FILE.
           MOVE PEMPID TO PEND-EMPID.
           MOVE "DEL" TO PEND-ACTION.
           MOVE PAYMENTREC TO PEND-BEFORE.
           MOVE SPACES TO PEND-AFTER.
           PERFORM PENDCHG-RAISE-PARA.
           GO TO MAIN-PARA.

       PAYMENT-FIELDS-PARA.
           ACCEPT TTRFID AT COLUMN NUMBER 35.
           DISPLAY "ENTER EMP CODE :" AT COLUMN NUMBER 1.
           ACCEPT TEMPID AT COLUMN NUMBER 35.
           PERFORM TRANSFER-FROM-BRANCH-PARA.
           DISPLAY "ENTER NEW BRANCH CODE :" AT COLUMN NUMBER 1.
           ACCEPT TOBRID AT COLUMN NUMBER 35.
           DISPLAY "ENTER TRANSFER DATE :" AT COLUMN NUMBER 1.
           CLOSE TRANSFERFILE.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA
              PERFORM TRANSFER-SYNC-EMP-PARA
                 THRU TRANSFER-SYNC-EMP-EXIT.
           GO TO MAIN-PARA.

       TRANSFER-FROM-BRANCH-PARA.
           MOVE SPACES TO TFRBRID.
           OPEN INPUT EMPFILE.
           MOVE TEMPID TO EEMPID.
           READ EMPFILE
              NOT INVALID KEY
                 MOVE EBRNID TO TFRBRID
                 DISPLAY "FROM BRANCH CODE :" AT COLUMN NUMBER 1
                 DISPLAY TFRBRID AT COLUMN NUMBER 35.
           CLOSE EMPFILE.

       TRANSFER-SYNC-EMP-PARA.
           OPEN I-O EMPFILE.
           MOVE TEMPID TO EEMPID.
           MOVE TRANSFERREC TO AUD-BEFORE.
           DISPLAY "ENTER EMP CODE :" AT COLUMN NUMBER 1.
           ACCEPT TEMPID AT COLUMN NUMBER 35.
           DISPLAY "ENTER FROM BRANCH CODE :" AT COLUMN NUMBER 1.
           ACCEPT TFRBRID AT COLUMN NUMBER 35.
           DISPLAY "ENTER NEW BRANCH CODE :" AT COLUMN NUMBER 1.
           ACCEPT TOBRID AT COLUMN NUMBER 35.
           DISPLAY "ENTER TRANSFER DATE :" AT COLUMN NUMBER 1.
           CLOSE TRANSFERFILE.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA
              PERFORM TRANSFER-SYNC-EMP-PARA
                 THRU TRANSFER-SYNC-EMP-EXIT.
           GO TO MAIN-PARA.

       TRANSFER-DELETE-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O BANKFILE.
           IF FSBK = 30 OR FSBK = 35
              OPEN OUTPUT BANKFILE
              CLOSE BANKFILE
              OPEN I-O BANKFILE.
           DISPLAY "ENTER EMP CODE :" AT COLUMN NUMBER 1.
           ACCEPT BKEMPID AT COLUMN NUMBER 35.
           MOVE 'Y' TO VALID-SW.
           READ BANKFILE
              INVALID KEY MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              DISPLAY "EMPLOYEE CODE ALREADY EXISTS" AT COLUMN NUMBER 1
              CLOSE BANKFILE
              GO TO MAIN-PARA.
           PERFORM BANK-FIELDS-PARA.
           CLOSE BANKFILE.
           MOVE "B" TO PEND-FILE.
           MOVE BKEMPID TO PEND-EMPID.
           MOVE "ADD" TO PEND-ACTION.
           MOVE SPACES TO PEND-BEFORE.
           MOVE BANKREC TO PEND-AFTER.
           PERFORM PENDCHG-RAISE-PARA.
           GO TO MAIN-PARA.

       BANK-CORRECT-PARA.
                 DISPLAY "EMPLOYEE CODE NOT FOUND" AT COLUMN NUMBER 1
                 CLOSE BANKFILE
                 GO TO MAIN-PARA.
           MOVE BANKREC TO PEND-BEFORE.
           PERFORM BANK-FIELDS-PARA.
           CLOSE BANKFILE.
           MOVE "B" TO PEND-FILE.
           MOVE BKEMPID TO PEND-EMPID.
           MOVE "COR" TO PEND-ACTION.
           MOVE BANKREC TO PEND-AFTER.
           PERFORM PENDCHG-RAISE-PARA.
           GO TO MAIN-PARA.

       BANK-DELETE-PARA.
                 DISPLAY "EMPLOYEE CODE NOT FOUND" AT COLUMN NUMBER 1
                 CLOSE BANKFILE
                 GO TO MAIN-PARA.
           CLOSE BANKFILE.
           MOVE "B" TO PEND-FILE.
           MOVE BKEMPID TO PEND-EMPID.
           MOVE "DEL" TO PEND-ACTION.
           MOVE BANKREC TO PEND-BEFORE.
           MOVE SPACES TO PEND-AFTER.
           PERFORM PENDCHG-RAISE-PARA.
           GO TO MAIN-PARA.

       BANK-FIELDS-PARA.

       LEAVETRANS-ADD-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           MOVE 'N' TO LT-NEW-SW.
           OPEN I-O LEAVETRANSFILE.
           IF FSLT = 30 OR FSLT = 35
              MOVE 'Y' TO LT-NEW-SW
              OPEN OUTPUT LEAVETRANSFILE.
           DISPLAY "ENTER LEAVE ID :" AT COLUMN NUMBER 1.
           ACCEPT LTLEVID AT COLUMN NUMBER 35.
           PERFORM LEAVETRANS-FIELDS-PARA.
           PERFORM LEAVE-BALANCE-WARN-PARA THRU LEAVE-BALANCE-WARN-EXIT.
           MOVE "LEAVETRN.DAT" TO AUD-FILE.
           MOVE LTLEVID TO AUD-KEY.
           MOVE LTEMPID TO AUD-EMPID.
           DISPLAY "ENTER ROLE (S/W/R) :" AT COLUMN NUMBER 1.
           ACCEPT OROLE AT COLUMN NUMBER 35.

       STATRATE-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           DISPLAY "1 AT COLUMN NUMBER 5. ADD STATUTORY RATE".
           DISPLAY "2 AT COLUMN NUMBER 5. CORRECT STATUTORY RATE".
           DISPLAY "3 AT COLUMN NUMBER 5. RETIRE STATUTORY RATE".
           DISPLAY "ENTER YOUR CHOICE :" AT COLUMN NUMBER 25.
           ACCEPT ACTION AT COLUMN NUMBER 45.
           IF ACTION = 3 AND OPERATOR-ROLE-LK NOT = "S"
              DISPLAY "DELETE RESTRICTED TO SUPERVISOR"
                AT COLUMN NUMBER 1
              GO TO MAIN-PARA.
           IF ACTION = 1
              GO TO STATRATE-ADD-PARA
           ELSE
             IF ACTION = 2
                GO TO STATRATE-CORRECT-PARA
             ELSE
               IF ACTION = 3
                  GO TO STATRATE-DELETE-PARA
               ELSE
                  GO TO MAIN-PARA.

       STATRATE-ADD-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O STATRATEFILE.
           IF FSSR = 30 OR FSSR = 35
              OPEN OUTPUT STATRATEFILE.
           PERFORM STATRATE-KEY-PARA.
           IF NOT CODE-IS-VALID
              DISPLAY "RATE TYPE MUST BE PF, ES OR PT"
                AT COLUMN NUMBER 1
              CLOSE STATRATEFILE
              GO TO MAIN-PARA.
           PERFORM STATRATE-FIELDS-PARA.
           MOVE "STATRATE.DAT" TO AUD-FILE.
           PERFORM STATRATE-AUDKEY-PARA.
           MOVE SPACES TO AUD-EMPID.
           MOVE "ADD" TO AUD-ACTION.
           MOVE SPACES TO AUD-BEFORE.
           MOVE STATRATEREC TO AUD-AFTER.
           MOVE 'Y' TO VALID-SW.
           WRITE STATRATEREC
              INVALID KEY
                 DISPLAY "STATUTORY RATE ALREADY EXISTS"
                   AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE STATRATEFILE.
           GO TO MAIN-PARA.

       STATRATE-CORRECT-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O STATRATEFILE.
           PERFORM STATRATE-KEY-PARA.
           READ STATRATEFILE
              INVALID KEY
                 DISPLAY "STATUTORY RATE NOT FOUND" AT COLUMN NUMBER 1
                 CLOSE STATRATEFILE
                 GO TO MAIN-PARA.
           MOVE STATRATEREC TO AUD-BEFORE.
           PERFORM STATRATE-FIELDS-PARA.
           MOVE "STATRATE.DAT" TO AUD-FILE.
           PERFORM STATRATE-AUDKEY-PARA.
           MOVE SPACES TO AUD-EMPID.
           MOVE "COR" TO AUD-ACTION.
           MOVE STATRATEREC TO AUD-AFTER.
           MOVE 'Y' TO VALID-SW.
           REWRITE STATRATEREC
              INVALID KEY
                 DISPLAY "UNABLE TO UPDATE RECORD" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE STATRATEFILE.
           GO TO MAIN-PARA.

       STATRATE-DELETE-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O STATRATEFILE.
           PERFORM STATRATE-KEY-PARA.
           READ STATRATEFILE
              INVALID KEY
                 DISPLAY "STATUTORY RATE NOT FOUND" AT COLUMN NUMBER 1
                 CLOSE STATRATEFILE
                 GO TO MAIN-PARA.
           MOVE STATRATEREC TO AUD-BEFORE.
           MOVE "STATRATE.DAT" TO AUD-FILE.
           PERFORM STATRATE-AUDKEY-PARA.
           MOVE SPACES TO AUD-EMPID.
           MOVE "DEL" TO AUD-ACTION.
           MOVE SPACES TO AUD-AFTER.
           MOVE 'Y' TO VALID-SW.
           DELETE STATRATEFILE RECORD
              INVALID KEY
                 DISPLAY "UNABLE TO RETIRE RECORD" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE STATRATEFILE.
           GO TO MAIN-PARA.

       STATRATE-KEY-PARA.
           DISPLAY "ENTER RATE TYPE (PF/ES/PT) :" AT COLUMN NUMBER 1.
           ACCEPT SRTYPE AT COLUMN NUMBER 35.
           MOVE SPACES TO SRSTATE.
           MOVE 0 TO SRSLABNO.
           IF SRTYPE = "PT"
              DISPLAY "ENTER STATE CODE :" AT COLUMN NUMBER 1
              ACCEPT SRSTATE AT COLUMN NUMBER 35
              DISPLAY "ENTER SLAB NUMBER :" AT COLUMN NUMBER 1
              ACCEPT SRSLABNO AT COLUMN NUMBER 35.
           DISPLAY "ENTER EFFECTIVE DATE (YYYY-MM-DD) :"
             AT COLUMN NUMBER 1.
           ACCEPT SREFFDATE AT COLUMN NUMBER 40.
           MOVE 'N' TO VALID-SW.
           IF SRTYPE = "PF" OR SRTYPE = "ES" OR SRTYPE = "PT"
              MOVE 'Y' TO VALID-SW.

       STATRATE-AUDKEY-PARA.
           MOVE SPACES TO AUD-KEY.
           MOVE SRTYPE TO AUD-KEY(1:2).
           MOVE SRSTATE TO AUD-KEY(3:2).
           MOVE SREFFDATE(3:2) TO AUD-KEY(5:2).
           MOVE SREFFDATE(6:2) TO AUD-KEY(7:2).
           MOVE SREFFDATE(9:2) TO AUD-KEY(9:2).
           MOVE SRSLABNO TO AUD-KEY(11:2).

       STATRATE-FIELDS-PARA.
           IF SRTYPE = "PT"
              DISPLAY "ENTER SLAB LOWER BOUND :" AT COLUMN NUMBER 1
              ACCEPT SRLIMIT AT COLUMN NUMBER 35
              DISPLAY "ENTER SLAB UPPER BOUND (0=NONE) :"
                AT COLUMN NUMBER 1
              ACCEPT SRUPPER AT COLUMN NUMBER 35
              DISPLAY "ENTER MONTHLY TAX AMOUNT :" AT COLUMN NUMBER 1
              ACCEPT SRAMOUNT AT COLUMN NUMBER 35
              MOVE 0 TO SREMPRATE SRERRATE
           ELSE
              DISPLAY "ENTER EMPLOYEE RATE PERCENT :" AT COLUMN NUMBER 1
              ACCEPT SREMPRATE AT COLUMN NUMBER 35
              DISPLAY "ENTER EMPLOYER RATE PERCENT :" AT COLUMN NUMBER 1
              ACCEPT SRERRATE AT COLUMN NUMBER 35
              DISPLAY "ENTER WAGE CEILING / LIMIT :" AT COLUMN NUMBER 1
              ACCEPT SRLIMIT AT COLUMN NUMBER 35
              MOVE 0 TO SRUPPER SRAMOUNT.

       LEAVE-BALANCE-WARN-PARA.
           IF LTLEVCAT NOT = "CL" AND LTLEVCAT NOT = "SL"
              AND LTLEVCAT NOT = "PL"
              GO TO LEAVE-BALANCE-WARN-EXIT.
           MOVE LEAVETRANSREC TO HOLD-LEAVETRANSREC.
           MOVE LTEMPID TO LV-EMPID.
           MOVE LTFMDATE(1:4) TO LV-YEAR.
           MOVE LTLEVCAT TO LV-CAT.
           MOVE 0 TO LV-BALANCE.
           MOVE 'N' TO LV-EOF-SW.
           IF LT-NEW-FILE
              SET LV-EOF TO TRUE
           ELSE
              START LEAVETRANSFILE KEY IS EQUAL LTEMPID
                  INVALID KEY SET LV-EOF TO TRUE.
           PERFORM LEAVE-BALANCE-READ-PARA
              THRU LEAVE-BALANCE-READ-EXIT UNTIL LV-EOF.
           MOVE HOLD-LEAVETRANSREC TO LEAVETRANSREC.
           SUBTRACT LTDAYS FROM LV-BALANCE.
           IF LV-BALANCE < 0
              MOVE LV-BALANCE TO LV-BALANCE-O
              DISPLAY "WARNING - " LV-CAT "BALANCE FOR LEAVE YEAR "
                LV-YEAR " GOES TO " LV-BALANCE-O " DAYS"
                AT COLUMN NUMBER 1.
       LEAVE-BALANCE-WARN-EXIT.
           EXIT.

       LEAVE-BALANCE-READ-PARA.
           READ LEAVETRANSFILE NEXT RECORD AT END
               SET LV-EOF TO TRUE
               GO TO LEAVE-BALANCE-READ-EXIT.
           IF LTEMPID NOT = LV-EMPID
              SET LV-EOF TO TRUE
              GO TO LEAVE-BALANCE-READ-EXIT.
           IF LTFMDATE(1:4) NOT = LV-YEAR
              GO TO LEAVE-BALANCE-READ-EXIT.
           IF LTLEVCAT = LV-CAT
              SUBTRACT LTDAYS FROM LV-BALANCE
              GO TO LEAVE-BALANCE-READ-EXIT.
           IF LTLEVCAT(2:2) NOT = LV-CAT(1:2)
              GO TO LEAVE-BALANCE-READ-EXIT.
           IF LTLEVCAT(1:1) = "C" OR LTLEVCAT(1:1) = "B"
              ADD LTDAYS TO LV-BALANCE
           ELSE
             IF LTLEVCAT(1:1) = "X" OR LTLEVCAT(1:1) = "E"
                SUBTRACT LTDAYS FROM LV-BALANCE.
       LEAVE-BALANCE-READ-EXIT.
           EXIT.

       LVPOLICY-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           DISPLAY "1 AT COLUMN NUMBER 5. ADD LEAVE POLICY".
           DISPLAY "2 AT COLUMN NUMBER 5. CORRECT LEAVE POLICY".
           DISPLAY "3 AT COLUMN NUMBER 5. RETIRE LEAVE POLICY".
           DISPLAY "ENTER YOUR CHOICE :" AT COLUMN NUMBER 25.
           ACCEPT ACTION AT COLUMN NUMBER 45.
           IF ACTION = 3 AND OPERATOR-ROLE-LK NOT = "S"
              DISPLAY "DELETE RESTRICTED TO SUPERVISOR"
                AT COLUMN NUMBER 1
              GO TO MAIN-PARA.
           IF ACTION = 1
              GO TO LVPOLICY-ADD-PARA
           ELSE
             IF ACTION = 2
                GO TO LVPOLICY-CORRECT-PARA
             ELSE
               IF ACTION = 3
                  GO TO LVPOLICY-DELETE-PARA
               ELSE
                  GO TO MAIN-PARA.

       LVPOLICY-ADD-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O LVPOLICYFILE.
           IF FSLP = 30 OR FSLP = 35
              OPEN OUTPUT LVPOLICYFILE.
           DISPLAY "ENTER GRADE NUMBER :" AT COLUMN NUMBER 1.
           ACCEPT LPGRADE AT COLUMN NUMBER 35.
           PERFORM LVPOLICY-FIELDS-PARA.
           MOVE "LVPOLICY.DAT" TO AUD-FILE.
           MOVE LPGRADE TO AUD-KEY.
           MOVE SPACES TO AUD-EMPID.
           MOVE "ADD" TO AUD-ACTION.
           MOVE SPACES TO AUD-BEFORE.
           MOVE LVPOLICYREC TO AUD-AFTER.
           MOVE 'Y' TO VALID-SW.
           WRITE LVPOLICYREC
              INVALID KEY
                 DISPLAY "LEAVE POLICY ALREADY EXISTS"
                   AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE LVPOLICYFILE.
           GO TO MAIN-PARA.

       LVPOLICY-CORRECT-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O LVPOLICYFILE.
           DISPLAY "ENTER GRADE NUMBER TO CORRECT :" AT COLUMN NUMBER 1.
           ACCEPT LPGRADE AT COLUMN NUMBER 35.
           READ LVPOLICYFILE
              INVALID KEY
                 DISPLAY "LEAVE POLICY NOT FOUND" AT COLUMN NUMBER 1
                 CLOSE LVPOLICYFILE
                 GO TO MAIN-PARA.
           MOVE LVPOLICYREC TO AUD-BEFORE.
           PERFORM LVPOLICY-FIELDS-PARA.
           MOVE "LVPOLICY.DAT" TO AUD-FILE.
           MOVE LPGRADE TO AUD-KEY.
           MOVE SPACES TO AUD-EMPID.
           MOVE "COR" TO AUD-ACTION.
           MOVE LVPOLICYREC TO AUD-AFTER.
           MOVE 'Y' TO VALID-SW.
           REWRITE LVPOLICYREC
              INVALID KEY
                 DISPLAY "UNABLE TO UPDATE RECORD" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE LVPOLICYFILE.
           GO TO MAIN-PARA.

       LVPOLICY-DELETE-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O LVPOLICYFILE.
           DISPLAY "ENTER GRADE NUMBER TO RETIRE :" AT COLUMN NUMBER 1.
           ACCEPT LPGRADE AT COLUMN NUMBER 35.
           READ LVPOLICYFILE
              INVALID KEY
                 DISPLAY "LEAVE POLICY NOT FOUND" AT COLUMN NUMBER 1
                 CLOSE LVPOLICYFILE
                 GO TO MAIN-PARA.
           MOVE LVPOLICYREC TO AUD-BEFORE.
           MOVE "LVPOLICY.DAT" TO AUD-FILE.
           MOVE LPGRADE TO AUD-KEY.
           MOVE SPACES TO AUD-EMPID.
           MOVE "DEL" TO AUD-ACTION.
           MOVE SPACES TO AUD-AFTER.
           MOVE 'Y' TO VALID-SW.
           DELETE LVPOLICYFILE RECORD
              INVALID KEY
                 DISPLAY "UNABLE TO RETIRE RECORD" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE LVPOLICYFILE.
           GO TO MAIN-PARA.

       LVPOLICY-FIELDS-PARA.
           DISPLAY "ENTER ANNUAL CL CREDIT :" AT COLUMN NUMBER 1.
           ACCEPT LPCLCREDIT AT COLUMN NUMBER 35.
           DISPLAY "ENTER ANNUAL SL CREDIT :" AT COLUMN NUMBER 1.
           ACCEPT LPSLCREDIT AT COLUMN NUMBER 35.
           DISPLAY "ENTER ANNUAL PL CREDIT :" AT COLUMN NUMBER 1.
           ACCEPT LPPLCREDIT AT COLUMN NUMBER 35.
           DISPLAY "ENTER CL CARRY-FORWARD CAP :" AT COLUMN NUMBER 1.
           ACCEPT LPCLCAP AT COLUMN NUMBER 35.
           DISPLAY "ENTER SL CARRY-FORWARD CAP :" AT COLUMN NUMBER 1.
           ACCEPT LPSLCAP AT COLUMN NUMBER 35.
           DISPLAY "ENTER PL CARRY-FORWARD CAP :" AT COLUMN NUMBER 1.
           ACCEPT LPPLCAP AT COLUMN NUMBER 35.
           DISPLAY "ENTER PL ENCASHABLE LIMIT :" AT COLUMN NUMBER 1.
           ACCEPT LPPLENCASH AT COLUMN NUMBER 35.

       RETAIN-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           IF OPERATOR-ROLE-LK NOT = "S"
              DISPLAY "RETENTION POLICY RESTRICTED TO SUPERVISOR"
                AT COLUMN NUMBER 1
              GO TO MAIN-PARA.
           DISPLAY "1 AT COLUMN NUMBER 5. ADD RETENTION POLICY".
           DISPLAY "2 AT COLUMN NUMBER 5. CORRECT RETENTION POLICY".
           DISPLAY "3 AT COLUMN NUMBER 5. RETIRE RETENTION POLICY".
           DISPLAY "ENTER YOUR CHOICE :" AT COLUMN NUMBER 25.
           ACCEPT ACTION AT COLUMN NUMBER 45.
           IF ACTION = 1
              GO TO RETAIN-ADD-PARA
           ELSE
             IF ACTION = 2
                GO TO RETAIN-CORRECT-PARA
             ELSE
               IF ACTION = 3
                  GO TO RETAIN-DELETE-PARA
               ELSE
                  GO TO MAIN-PARA.

       RETAIN-ADD-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O RETAINFILE.
           IF FSRT = 30 OR FSRT = 35
              OPEN OUTPUT RETAINFILE.
           DISPLAY "FILES : PAYHIST AUDIT ATTEND LOANTXN SIGNLOG"
             " LEAVETRN" AT COLUMN NUMBER 1.
           DISPLAY "ENTER FILE NAME :" AT COLUMN NUMBER 1.
           ACCEPT RTFILE AT COLUMN NUMBER 35.
           PERFORM RETAIN-FIELDS-PARA.
           MOVE SPACES TO RTCUTOFF.
           MOVE SPACES TO RTRUNDATE.
           MOVE SPACES TO RTOPER.
           PERFORM RETAIN-CHECK-PARA.
           IF NOT CODE-IS-VALID
              CLOSE RETAINFILE
              GO TO MAIN-PARA.
           MOVE "RETAIN.DAT" TO AUD-FILE.
           MOVE RTFILE TO AUD-KEY.
           MOVE SPACES TO AUD-EMPID.
           MOVE "ADD" TO AUD-ACTION.
           MOVE SPACES TO AUD-BEFORE.
           MOVE RETAINREC TO AUD-AFTER.
           WRITE RETAINREC
              INVALID KEY
                 DISPLAY "RETENTION POLICY ALREADY EXISTS"
                   AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE RETAINFILE.
           GO TO MAIN-PARA.

       RETAIN-CORRECT-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O RETAINFILE.
           DISPLAY "ENTER FILE NAME TO CORRECT :" AT COLUMN NUMBER 1.
           ACCEPT RTFILE AT COLUMN NUMBER 35.
           READ RETAINFILE
              INVALID KEY
                 DISPLAY "RETENTION POLICY NOT FOUND"
                   AT COLUMN NUMBER 1
                 CLOSE RETAINFILE
                 GO TO MAIN-PARA.
           MOVE RETAINREC TO AUD-BEFORE.
           PERFORM RETAIN-FIELDS-PARA.
           PERFORM RETAIN-CHECK-PARA.
           IF NOT CODE-IS-VALID
              CLOSE RETAINFILE
              GO TO MAIN-PARA.
           MOVE "RETAIN.DAT" TO AUD-FILE.
           MOVE RTFILE TO AUD-KEY.
           MOVE SPACES TO AUD-EMPID.
           MOVE "COR" TO AUD-ACTION.
           MOVE RETAINREC TO AUD-AFTER.
           REWRITE RETAINREC
              INVALID KEY
                 DISPLAY "UNABLE TO UPDATE RECORD" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE RETAINFILE.
           GO TO MAIN-PARA.

       RETAIN-DELETE-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O RETAINFILE.
           DISPLAY "ENTER FILE NAME TO RETIRE :" AT COLUMN NUMBER 1.
           ACCEPT RTFILE AT COLUMN NUMBER 35.
           READ RETAINFILE
              INVALID KEY
                 DISPLAY "RETENTION POLICY NOT FOUND"
                   AT COLUMN NUMBER 1
                 CLOSE RETAINFILE
                 GO TO MAIN-PARA.
           IF RTCUTOFF NOT = SPACES
              DISPLAY "FILE HAS BEEN ARCHIVED TO " RTCUTOFF
                " - POLICY CANNOT BE RETIRED" AT COLUMN NUMBER 1
              CLOSE RETAINFILE
              GO TO MAIN-PARA.
           MOVE RETAINREC TO AUD-BEFORE.
           MOVE "RETAIN.DAT" TO AUD-FILE.
           MOVE RTFILE TO AUD-KEY.
           MOVE SPACES TO AUD-EMPID.
           MOVE "DEL" TO AUD-ACTION.
           MOVE SPACES TO AUD-AFTER.
           MOVE 'Y' TO VALID-SW.
           DELETE RETAINFILE RECORD
              INVALID KEY
                 DISPLAY "UNABLE TO RETIRE RECORD" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE RETAINFILE.
           GO TO MAIN-PARA.

       RETAIN-FIELDS-PARA.
           DISPLAY "ENTER UNIT (M=MONTHS, Y=YEARS) :"
             AT COLUMN NUMBER 1.
           ACCEPT RTUNIT AT COLUMN NUMBER 35.
           DISPLAY "ENTER NUMBER KEPT ONLINE :" AT COLUMN NUMBER 1.
           ACCEPT RTKEEP AT COLUMN NUMBER 35.

       RETAIN-CHECK-PARA.
           MOVE 'Y' TO VALID-SW.
           IF RTFILE NOT = "PAYHIST" AND RTFILE NOT = "AUDIT"
              AND RTFILE NOT = "ATTEND" AND RTFILE NOT = "LOANTXN"
              AND RTFILE NOT = "SIGNLOG" AND RTFILE NOT = "LEAVETRN"
              DISPLAY "FILE NOT COVERED BY RETENTION" AT COLUMN NUMBER 1
              MOVE 'N' TO VALID-SW.
           IF RTUNIT NOT = "M" AND RTUNIT NOT = "Y"
              DISPLAY "UNIT MUST BE M OR Y" AT COLUMN NUMBER 1
              MOVE 'N' TO VALID-SW.
           IF RTKEEP NOT NUMERIC
              DISPLAY "NUMBER KEPT MUST BE NUMERIC" AT COLUMN NUMBER 1
              MOVE 'N' TO VALID-SW
           ELSE
              IF RTKEEP = 0
                 DISPLAY "AT LEAST ONE MONTH OR YEAR MUST BE KEPT"
                   AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.

       CLAIM-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           DISPLAY "1 AT COLUMN NUMBER 5. ADD CLAIM".
           DISPLAY "2 AT COLUMN NUMBER 5. CORRECT CLAIM".
           DISPLAY "3 AT COLUMN NUMBER 5. RETIRE CLAIM".
           DISPLAY "4 AT COLUMN NUMBER 5. APPROVE OR REJECT CLAIM".
           DISPLAY "ENTER YOUR CHOICE :" AT COLUMN NUMBER 25.
           ACCEPT ACTION AT COLUMN NUMBER 45.
           IF ACTION = 3 AND OPERATOR-ROLE-LK NOT = "S"
              DISPLAY "DELETE RESTRICTED TO SUPERVISOR"
                AT COLUMN NUMBER 1
              GO TO MAIN-PARA.
           IF ACTION = 4 AND OPERATOR-ROLE-LK NOT = "S"
              DISPLAY "APPROVAL RESTRICTED TO SUPERVISOR"
                AT COLUMN NUMBER 1
              GO TO MAIN-PARA.
           IF ACTION = 1
              GO TO CLAIM-ADD-PARA
           ELSE
             IF ACTION = 2
                GO TO CLAIM-CORRECT-PARA
             ELSE
               IF ACTION = 3
                  GO TO CLAIM-DELETE-PARA
               ELSE
                 IF ACTION = 4
                    GO TO CLAIM-APPROVE-PARA
                 ELSE
                    GO TO MAIN-PARA.

       CLAIM-ADD-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O CLAIMFILE.
           IF FSCL = 30 OR FSCL = 35
              OPEN OUTPUT CLAIMFILE
              CLOSE CLAIMFILE
              OPEN I-O CLAIMFILE.
           PERFORM CLAIM-KEY-PARA.
           IF HEAD-SUB = 0
              DISPLAY "HEAD MUST BE MEDI, BOOK, ENTER, TPH, VEHMAN, "
                "CREDIT OR CLUB" AT COLUMN NUMBER 1
              CLOSE CLAIMFILE
              GO TO MAIN-PARA.
           OPEN INPUT EMPFILE.
           MOVE CLEMPID TO EEMPID.
           MOVE 'Y' TO VALID-SW.
           READ EMPFILE
              INVALID KEY MOVE 'N' TO VALID-SW.
           CLOSE EMPFILE.
           IF NOT CODE-IS-VALID
              DISPLAY "EMPLOYEE CODE NOT FOUND" AT COLUMN NUMBER 1
              CLOSE CLAIMFILE
              GO TO MAIN-PARA.
           PERFORM CLAIM-FIELDS-PARA.
           MOVE 0 TO CLAPPROVED.
           MOVE "P" TO CLSTATUS.
           MOVE SPACES TO CLAPPROVER.
           MOVE SPACES TO CLPAIDPER.
           PERFORM CLAIM-LIMIT-PARA THRU CLAIM-LIMIT-EXIT.
           IF CLM-LIMIT-FOUND AND CLCLAIMED > CLM-REMAIN
              MOVE CLM-REMAIN TO CLM-AMOUNT-O
              DISPLAY "WARNING - CLAIM EXCEEDS REMAINING ANNUAL LIMIT "
                CLM-AMOUNT-O AT COLUMN NUMBER 1.
           MOVE "CLAIM.DAT" TO AUD-FILE.
           MOVE CLBILLNO TO AUD-KEY.
           MOVE CLEMPID TO AUD-EMPID.
           MOVE "ADD" TO AUD-ACTION.
           MOVE SPACES TO AUD-BEFORE.
           MOVE CLAIMREC TO AUD-AFTER.
           MOVE 'Y' TO VALID-SW.
           WRITE CLAIMREC
              INVALID KEY
                 DISPLAY "CLAIM FOR THIS BILL ALREADY EXISTS"
                   AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE CLAIMFILE.
           GO TO MAIN-PARA.

       CLAIM-CORRECT-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O CLAIMFILE.
           PERFORM CLAIM-KEY-PARA.
           READ CLAIMFILE
              INVALID KEY
                 DISPLAY "CLAIM NOT FOUND" AT COLUMN NUMBER 1
                 CLOSE CLAIMFILE
                 GO TO MAIN-PARA.
           IF CLSTATUS NOT = "P"
              DISPLAY "ONLY PENDING CLAIMS CAN BE CORRECTED"
                AT COLUMN NUMBER 1
              CLOSE CLAIMFILE
              GO TO MAIN-PARA.
           MOVE CLAIMREC TO AUD-BEFORE.
           PERFORM CLAIM-FIELDS-PARA.
           MOVE "CLAIM.DAT" TO AUD-FILE.
           MOVE CLBILLNO TO AUD-KEY.
           MOVE CLEMPID TO AUD-EMPID.
           MOVE "COR" TO AUD-ACTION.
           MOVE CLAIMREC TO AUD-AFTER.
           MOVE 'Y' TO VALID-SW.
           REWRITE CLAIMREC
              INVALID KEY
                 DISPLAY "UNABLE TO UPDATE RECORD" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE CLAIMFILE.
           GO TO MAIN-PARA.

       CLAIM-DELETE-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O CLAIMFILE.
           PERFORM CLAIM-KEY-PARA.
           READ CLAIMFILE
              INVALID KEY
                 DISPLAY "CLAIM NOT FOUND" AT COLUMN NUMBER 1
                 CLOSE CLAIMFILE
                 GO TO MAIN-PARA.
           IF CLSTATUS = "D"
              DISPLAY "CLAIM ALREADY PAID - CANNOT BE RETIRED"
                AT COLUMN NUMBER 1
              CLOSE CLAIMFILE
              GO TO MAIN-PARA.
           MOVE CLAIMREC TO AUD-BEFORE.
           MOVE "CLAIM.DAT" TO AUD-FILE.
           MOVE CLBILLNO TO AUD-KEY.
           MOVE CLEMPID TO AUD-EMPID.
           MOVE "DEL" TO AUD-ACTION.
           MOVE SPACES TO AUD-AFTER.
           MOVE 'Y' TO VALID-SW.
           DELETE CLAIMFILE RECORD
              INVALID KEY
                 DISPLAY "UNABLE TO RETIRE RECORD" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE CLAIMFILE.
           GO TO MAIN-PARA.

       CLAIM-APPROVE-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O CLAIMFILE.
           PERFORM CLAIM-KEY-PARA.
           READ CLAIMFILE
              INVALID KEY
                 DISPLAY "CLAIM NOT FOUND" AT COLUMN NUMBER 1
                 CLOSE CLAIMFILE
                 GO TO MAIN-PARA.
           IF CLSTATUS NOT = "P"
              DISPLAY "CLAIM IS NOT PENDING - STATUS " CLSTATUS
                AT COLUMN NUMBER 1
              CLOSE CLAIMFILE
              GO TO MAIN-PARA.
           MOVE CLAIMREC TO AUD-BEFORE.
           PERFORM CLAIM-LIMIT-PARA THRU CLAIM-LIMIT-EXIT.
           DISPLAY " BILL DATE        :" CLBILLDT AT COLUMN NUMBER 1.
           DISPLAY " AMOUNT CLAIMED   :" CLCLAIMED AT COLUMN NUMBER 1.
           IF CLM-LIMIT-FOUND
              DISPLAY " ANNUAL LIMIT     :" CLM-LIMIT
                AT COLUMN NUMBER 1
              DISPLAY " USED THIS YEAR   :" CLM-YTD AT COLUMN NUMBER 1
           ELSE
              DISPLAY " NO CLAIM LIMIT FOR EMPLOYEE GRADE"
                AT COLUMN NUMBER 1.
           DISPLAY "APPROVE OR REJECT (A/R) :" AT COLUMN NUMBER 1.
           ACCEPT CLM-DECISION AT COLUMN NUMBER 35.
           IF CLM-DECISION = "R"
              MOVE 0 TO CLAPPROVED
              MOVE "R" TO CLSTATUS
              MOVE "REJ" TO AUD-ACTION
              GO TO CLAIM-APPROVE-WRITE-PARA.
           IF CLM-DECISION NOT = "A"
              CLOSE CLAIMFILE
              GO TO MAIN-PARA.
           DISPLAY "ENTER AMOUNT APPROVED :" AT COLUMN NUMBER 1.
           ACCEPT CLAPPROVED AT COLUMN NUMBER 35.
           IF CLAPPROVED > CLCLAIMED
              DISPLAY "APPROVED AMOUNT EXCEEDS CLAIM - NOT APPROVED"
                AT COLUMN NUMBER 1
              CLOSE CLAIMFILE
              GO TO MAIN-PARA.
           IF CLM-LIMIT-FOUND AND CLM-REMAIN NOT > 0
              DISPLAY "ANNUAL LIMIT EXHAUSTED - NOT APPROVED"
                AT COLUMN NUMBER 1
              CLOSE CLAIMFILE
              GO TO MAIN-PARA.
           IF CLM-LIMIT-FOUND AND CLAPPROVED > CLM-REMAIN
              MOVE CLM-REMAIN TO CLAPPROVED
              MOVE CLM-REMAIN TO CLM-AMOUNT-O
              DISPLAY "APPROVED AMOUNT REDUCED TO REMAINING LIMIT "
                CLM-AMOUNT-O AT COLUMN NUMBER 1.
           MOVE "A" TO CLSTATUS.
           MOVE "APR" TO AUD-ACTION.

       CLAIM-APPROVE-WRITE-PARA.
           MOVE OPERATOR-ID TO CLAPPROVER.
           MOVE "CLAIM.DAT" TO AUD-FILE.
           MOVE CLBILLNO TO AUD-KEY.
           MOVE CLEMPID TO AUD-EMPID.
           MOVE CLAIMREC TO AUD-AFTER.
           MOVE 'Y' TO VALID-SW.
           REWRITE CLAIMREC
              INVALID KEY
                 DISPLAY "UNABLE TO UPDATE RECORD" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE CLAIMFILE.
           GO TO MAIN-PARA.

       CLAIM-KEY-PARA.
           DISPLAY "ENTER EMPLOYEE CODE :" AT COLUMN NUMBER 1.
           ACCEPT CLEMPID AT COLUMN NUMBER 35.
           DISPLAY "ENTER CLAIM HEAD :" AT COLUMN NUMBER 1.
           ACCEPT CLHEAD AT COLUMN NUMBER 35.
           DISPLAY "ENTER BILL NUMBER :" AT COLUMN NUMBER 1.
           ACCEPT CLBILLNO AT COLUMN NUMBER 35.
           MOVE 0 TO HEAD-SUB.
           MOVE 1 TO HEAD-IDX.
           PERFORM CLAIM-HEAD-SCAN-PARA UNTIL HEAD-IDX > 7.

       CLAIM-HEAD-SCAN-PARA.
           IF CLAIM-HEAD-CODE(HEAD-IDX) = CLHEAD
              MOVE HEAD-IDX TO HEAD-SUB.
           ADD 1 TO HEAD-IDX.

       CLAIM-FIELDS-PARA.
           DISPLAY "ENTER BILL DATE (YYYY-MM-DD) :" AT COLUMN NUMBER 1.
           ACCEPT CLBILLDT AT COLUMN NUMBER 35.
           DISPLAY "ENTER AMOUNT CLAIMED :" AT COLUMN NUMBER 1.
           ACCEPT CLCLAIMED AT COLUMN NUMBER 35.

       CLAIM-LIMIT-PARA.
           MOVE 'N' TO CLM-LIMIT-SW.
           MOVE 0 TO CLM-LIMIT CLM-YTD CLM-REMAIN.
           IF HEAD-SUB = 0
              GO TO CLAIM-LIMIT-EXIT.
           OPEN INPUT EMPFILE.
           MOVE CLEMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY MOVE 0 TO EGRDNO.
           CLOSE EMPFILE.
           OPEN INPUT CLMLIMITFILE.
           IF FSCM = "00"
              MOVE EGRDNO TO CMGRADE
              READ CLMLIMITFILE
                 INVALID KEY MOVE 'N' TO CLM-LIMIT-SW
                 NOT INVALID KEY MOVE 'Y' TO CLM-LIMIT-SW
              CLOSE CLMLIMITFILE.
           IF NOT CLM-LIMIT-FOUND
              GO TO CLAIM-LIMIT-EXIT.
           MOVE CMLIMIT(HEAD-SUB) TO CLM-LIMIT.
           MOVE CLBILLDT(1:4) TO CLM-YY.
           MOVE CLBILLDT(6:2) TO CLM-MM.
           IF CLM-MM > 3
              MOVE CLM-YY TO CLM-FY-START
           ELSE
              COMPUTE CLM-FY-START = CLM-YY - 1.
           MOVE CLAIMREC TO HOLD-CLAIMREC.
           MOVE CLKEY(1:12) TO CLM-HOLD-KEY.
           MOVE LOW-VALUES TO CLBILLNO.
           MOVE 'N' TO CLM-EOF-SW.
           START CLAIMFILE KEY IS NOT LESS THAN CLKEY
               INVALID KEY SET CLM-EOF TO TRUE.
           PERFORM CLAIM-YTD-READ-PARA
              THRU CLAIM-YTD-READ-EXIT UNTIL CLM-EOF.
           MOVE HOLD-CLAIMREC TO CLAIMREC.
           COMPUTE CLM-REMAIN = CLM-LIMIT - CLM-YTD.
       CLAIM-LIMIT-EXIT.
           EXIT.

       CLAIM-YTD-READ-PARA.
           READ CLAIMFILE NEXT RECORD AT END
               SET CLM-EOF TO TRUE
               GO TO CLAIM-YTD-READ-EXIT.
           IF CLKEY(1:12) NOT = CLM-HOLD-KEY
              SET CLM-EOF TO TRUE
              GO TO CLAIM-YTD-READ-EXIT.
           IF CLKEY = HOLD-CLAIMREC(1:22)
              GO TO CLAIM-YTD-READ-EXIT.
           IF CLSTATUS NOT = "A" AND CLSTATUS NOT = "D"
              GO TO CLAIM-YTD-READ-EXIT.
           MOVE CLBILLDT(1:4) TO CLM-YY.
           MOVE CLBILLDT(6:2) TO CLM-MM.
           IF CLM-MM > 3
              MOVE CLM-YY TO CLM-BILL-FY
           ELSE
              COMPUTE CLM-BILL-FY = CLM-YY - 1.
           IF CLM-BILL-FY = CLM-FY-START
              ADD CLAPPROVED TO CLM-YTD.
       CLAIM-YTD-READ-EXIT.
           EXIT.

       CLMLIMIT-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           DISPLAY "1 AT COLUMN NUMBER 5. ADD CLAIM LIMITS".
           DISPLAY "2 AT COLUMN NUMBER 5. CORRECT CLAIM LIMITS".
           DISPLAY "3 AT COLUMN NUMBER 5. RETIRE CLAIM LIMITS".
           DISPLAY "ENTER YOUR CHOICE :" AT COLUMN NUMBER 25.
           ACCEPT ACTION AT COLUMN NUMBER 45.
           IF ACTION = 3 AND OPERATOR-ROLE-LK NOT = "S"
              DISPLAY "DELETE RESTRICTED TO SUPERVISOR"
                AT COLUMN NUMBER 1
              GO TO MAIN-PARA.
           IF ACTION = 1
              GO TO CLMLIMIT-ADD-PARA
           ELSE
             IF ACTION = 2
                GO TO CLMLIMIT-CORRECT-PARA
             ELSE
               IF ACTION = 3
                  GO TO CLMLIMIT-DELETE-PARA
               ELSE
                  GO TO MAIN-PARA.

       CLMLIMIT-ADD-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O CLMLIMITFILE.
           IF FSCM = 30 OR FSCM = 35
              OPEN OUTPUT CLMLIMITFILE.
           DISPLAY "ENTER GRADE NUMBER :" AT COLUMN NUMBER 1.
           ACCEPT CMGRADE AT COLUMN NUMBER 35.
           PERFORM CLMLIMIT-FIELDS-PARA.
           MOVE "CLMLIMIT.DAT" TO AUD-FILE.
           MOVE CMGRADE TO AUD-KEY.
           MOVE SPACES TO AUD-EMPID.
           MOVE "ADD" TO AUD-ACTION.
           MOVE SPACES TO AUD-BEFORE.
           MOVE CLMLIMITREC TO AUD-AFTER.
           MOVE 'Y' TO VALID-SW.
           WRITE CLMLIMITREC
              INVALID KEY
                 DISPLAY "CLAIM LIMITS ALREADY EXIST"
                   AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE CLMLIMITFILE.
           GO TO MAIN-PARA.

       CLMLIMIT-CORRECT-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O CLMLIMITFILE.
           DISPLAY "ENTER GRADE NUMBER TO CORRECT :" AT COLUMN NUMBER 1.
           ACCEPT CMGRADE AT COLUMN NUMBER 35.
           READ CLMLIMITFILE
              INVALID KEY
                 DISPLAY "CLAIM LIMITS NOT FOUND" AT COLUMN NUMBER 1
                 CLOSE CLMLIMITFILE
                 GO TO MAIN-PARA.
           MOVE CLMLIMITREC TO AUD-BEFORE.
           PERFORM CLMLIMIT-FIELDS-PARA.
           MOVE "CLMLIMIT.DAT" TO AUD-FILE.
           MOVE CMGRADE TO AUD-KEY.
           MOVE SPACES TO AUD-EMPID.
           MOVE "COR" TO AUD-ACTION.
           MOVE CLMLIMITREC TO AUD-AFTER.
           MOVE 'Y' TO VALID-SW.
           REWRITE CLMLIMITREC
              INVALID KEY
                 DISPLAY "UNABLE TO UPDATE RECORD" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE CLMLIMITFILE.
           GO TO MAIN-PARA.

       CLMLIMIT-DELETE-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O CLMLIMITFILE.
           DISPLAY "ENTER GRADE NUMBER TO RETIRE :" AT COLUMN NUMBER 1.
           ACCEPT CMGRADE AT COLUMN NUMBER 35.
           READ CLMLIMITFILE
              INVALID KEY
                 DISPLAY "CLAIM LIMITS NOT FOUND" AT COLUMN NUMBER 1
                 CLOSE CLMLIMITFILE
                 GO TO MAIN-PARA.
           MOVE CLMLIMITREC TO AUD-BEFORE.
           MOVE "CLMLIMIT.DAT" TO AUD-FILE.
           MOVE CMGRADE TO AUD-KEY.
           MOVE SPACES TO AUD-EMPID.
           MOVE "DEL" TO AUD-ACTION.
           MOVE SPACES TO AUD-AFTER.
           MOVE 'Y' TO VALID-SW.
           DELETE CLMLIMITFILE RECORD
              INVALID KEY
                 DISPLAY "UNABLE TO RETIRE RECORD" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE CLMLIMITFILE.
           GO TO MAIN-PARA.

       CLMLIMIT-FIELDS-PARA.
           DISPLAY "ENTER ANNUAL MEDICAL LIMIT :" AT COLUMN NUMBER 1.
           ACCEPT CMMEDI AT COLUMN NUMBER 40.
           DISPLAY "ENTER ANNUAL BOOKS LIMIT :" AT COLUMN NUMBER 1.
           ACCEPT CMBOOK AT COLUMN NUMBER 40.
           DISPLAY "ENTER ANNUAL ENTERTAINMENT LIMIT :"
             AT COLUMN NUMBER 1.
           ACCEPT CMENTER AT COLUMN NUMBER 40.
           DISPLAY "ENTER ANNUAL TELEPHONE LIMIT :" AT COLUMN NUMBER 1.
           ACCEPT CMTPH AT COLUMN NUMBER 40.
           DISPLAY "ENTER ANNUAL VEHICLE MAINTENANCE LIMIT :"
             AT COLUMN NUMBER 1.
           ACCEPT CMVEHMAN AT COLUMN NUMBER 40.
           DISPLAY "ENTER ANNUAL CREDIT CARD LIMIT :"
             AT COLUMN NUMBER 1.
           ACCEPT CMCREDIT AT COLUMN NUMBER 40.
           DISPLAY "ENTER ANNUAL CLUB LIMIT :" AT COLUMN NUMBER 1.
           ACCEPT CMCLUB AT COLUMN NUMBER 40.

       SUPPLINE-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           DISPLAY "1 AT COLUMN NUMBER 5. ADD SUPPLEMENTARY LINE".
           DISPLAY "2 AT COLUMN NUMBER 5. CORRECT SUPPLEMENTARY LINE".
           DISPLAY "3 AT COLUMN NUMBER 5. DELETE SUPPLEMENTARY LINE".
           DISPLAY "ENTER YOUR CHOICE :" AT COLUMN NUMBER 25.
           ACCEPT ACTION AT COLUMN NUMBER 45.
           IF ACTION = 3 AND OPERATOR-ROLE-LK NOT = "S"
              DISPLAY "DELETE RESTRICTED TO SUPERVISOR"
                AT COLUMN NUMBER 1
              GO TO MAIN-PARA.
           IF ACTION = 1
              GO TO SUPPLINE-ADD-PARA
           ELSE
             IF ACTION = 2
                GO TO SUPPLINE-CORRECT-PARA
             ELSE
               IF ACTION = 3
                  GO TO SUPPLINE-DELETE-PARA
               ELSE
                  GO TO MAIN-PARA.

       SUPPLINE-ADD-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O SUPPLINEFILE.
           IF FSSL = 30 OR FSSL = 35
              OPEN OUTPUT SUPPLINEFILE
              CLOSE SUPPLINEFILE
              OPEN I-O SUPPLINEFILE.
           PERFORM SUPPLINE-KEY-PARA.
           IF TYPE-SUB = 0
              DISPLAY "TYPE MUST BE BONUS, FESTAD, SPLALW OR OTHER"
                AT COLUMN NUMBER 1
              CLOSE SUPPLINEFILE
              GO TO MAIN-PARA.
           OPEN INPUT EMPFILE.
           MOVE SLEMPID TO EEMPID.
           MOVE 'Y' TO VALID-SW.
           READ EMPFILE
              INVALID KEY MOVE 'N' TO VALID-SW.
           CLOSE EMPFILE.
           IF NOT CODE-IS-VALID
              DISPLAY "EMPLOYEE CODE NOT FOUND" AT COLUMN NUMBER 1
              CLOSE SUPPLINEFILE
              GO TO MAIN-PARA.
           PERFORM SUPPLINE-FIELDS-PARA.
           IF NOT CODE-IS-VALID
              CLOSE SUPPLINEFILE
              GO TO MAIN-PARA.
           MOVE OPERATOR-ID TO SLMAKER.
           MOVE "SUPPLINE.DAT" TO AUD-FILE.
           MOVE SLKEY TO AUD-KEY.
           MOVE SLEMPID TO AUD-EMPID.
           MOVE "ADD" TO AUD-ACTION.
           MOVE SPACES TO AUD-BEFORE.
           MOVE SUPPLINEREC TO AUD-AFTER.
           WRITE SUPPLINEREC
              INVALID KEY
                 DISPLAY "PAYMENT OF THIS TYPE ALREADY PENDING"
                   AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE SUPPLINEFILE.
           GO TO MAIN-PARA.

       SUPPLINE-CORRECT-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O SUPPLINEFILE.
           PERFORM SUPPLINE-KEY-PARA.
           READ SUPPLINEFILE
              INVALID KEY
                 DISPLAY "PAYMENT NOT FOUND" AT COLUMN NUMBER 1
                 CLOSE SUPPLINEFILE
                 GO TO MAIN-PARA.
           MOVE SUPPLINEREC TO AUD-BEFORE.
           PERFORM SUPPLINE-FIELDS-PARA.
           IF NOT CODE-IS-VALID
              CLOSE SUPPLINEFILE
              GO TO MAIN-PARA.
           MOVE OPERATOR-ID TO SLMAKER.
           MOVE "SUPPLINE.DAT" TO AUD-FILE.
           MOVE SLKEY TO AUD-KEY.
           MOVE SLEMPID TO AUD-EMPID.
           MOVE "COR" TO AUD-ACTION.
           MOVE SUPPLINEREC TO AUD-AFTER.
           REWRITE SUPPLINEREC
              INVALID KEY
                 DISPLAY "UNABLE TO UPDATE RECORD" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE SUPPLINEFILE.
           GO TO MAIN-PARA.

       SUPPLINE-DELETE-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN I-O SUPPLINEFILE.
           PERFORM SUPPLINE-KEY-PARA.
           READ SUPPLINEFILE
              INVALID KEY
                 DISPLAY "PAYMENT NOT FOUND" AT COLUMN NUMBER 1
                 CLOSE SUPPLINEFILE
                 GO TO MAIN-PARA.
           MOVE SUPPLINEREC TO AUD-BEFORE.
           MOVE "SUPPLINE.DAT" TO AUD-FILE.
           MOVE SLKEY TO AUD-KEY.
           MOVE SLEMPID TO AUD-EMPID.
           MOVE "DEL" TO AUD-ACTION.
           MOVE SPACES TO AUD-AFTER.
           MOVE 'Y' TO VALID-SW.
           DELETE SUPPLINEFILE RECORD
              INVALID KEY
                 DISPLAY "UNABLE TO DELETE RECORD" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM AUDIT-LOG-PARA.
           CLOSE SUPPLINEFILE.
           GO TO MAIN-PARA.

       SUPPLINE-KEY-PARA.
           DISPLAY "ENTER EMPLOYEE CODE :" AT COLUMN NUMBER 1.
           ACCEPT SLEMPID AT COLUMN NUMBER 35.
           DISPLAY "ENTER PAYMENT TYPE :" AT COLUMN NUMBER 1.
           ACCEPT SLTYPE AT COLUMN NUMBER 35.
           MOVE 0 TO TYPE-SUB.
           MOVE 1 TO HEAD-IDX.
           PERFORM SUPPLINE-TYPE-SCAN-PARA UNTIL HEAD-IDX > 4.

       SUPPLINE-TYPE-SCAN-PARA.
           IF SUPP-TYPE-CODE(HEAD-IDX) = SLTYPE
              MOVE HEAD-IDX TO TYPE-SUB.
           ADD 1 TO HEAD-IDX.

       SUPPLINE-FIELDS-PARA.
           DISPLAY "ENTER AMOUNT :" AT COLUMN NUMBER 1.
           ACCEPT SLAMOUNT AT COLUMN NUMBER 35.
           DISPLAY "ENTER TAXABLE (Y/N) :" AT COLUMN NUMBER 1.
           ACCEPT SLTAXABLE AT COLUMN NUMBER 35.
           DISPLAY "ENTER REMARKS :" AT COLUMN NUMBER 1.
           ACCEPT SLREMARK AT COLUMN NUMBER 35.
           MOVE 'Y' TO VALID-SW.
           IF SLAMOUNT = 0
              DISPLAY "AMOUNT MUST NOT BE ZERO" AT COLUMN NUMBER 1
              MOVE 'N' TO VALID-SW.
           IF SLTAXABLE NOT = "Y" AND SLTAXABLE NOT = "N"
              DISPLAY "TAXABLE MUST BE Y OR N" AT COLUMN NUMBER 1
              MOVE 'N' TO VALID-SW.

       PENDCHG-RAISE-PARA.
           OPEN I-O PENDCHGFILE.
           IF FSPC = 30 OR FSPC = 35
              OPEN OUTPUT PENDCHGFILE
              CLOSE PENDCHGFILE
              OPEN I-O PENDCHGFILE.
           PERFORM PENDCHG-FIND-PARA.
           IF PEND-OPEN-FOUND
              DISPLAY "A CHANGE FOR THIS EMPLOYEE IS AWAITING APPROVAL"
                AT COLUMN NUMBER 1
              DISPLAY "CHANGE NOT ACCEPTED" AT COLUMN NUMBER 1
           ELSE
             IF PEND-SEQ = 999
                DISPLAY "CHANGE LIMIT REACHED FOR EMPLOYEE"
                  AT COLUMN NUMBER 1
             ELSE
                PERFORM PENDCHG-WRITE-PARA.
           CLOSE PENDCHGFILE.

       PENDCHG-WRITE-PARA.
           PERFORM PENDCHG-TODAY-PARA.
           MOVE PEND-FILE TO PCFILE.
           MOVE PEND-EMPID TO PCEMPID.
           COMPUTE PCSEQ = PEND-SEQ + 1.
           MOVE PEND-ACTION TO PCACTION.
           MOVE "P" TO PCSTATUS.
           MOVE OPERATOR-ID TO PCMAKER.
           MOVE PEND-TODAY TO PCMKDATE.
           MOVE SPACES TO PCCHECKER.
           MOVE SPACES TO PCCKDATE.
           MOVE SPACES TO PCREASON.
           MOVE PEND-BEFORE TO PCBEFORE.
           MOVE PEND-AFTER TO PCAFTER.
           WRITE PENDCHGREC
              INVALID KEY
                 DISPLAY "UNABLE TO RECORD CHANGE" AT COLUMN NUMBER 1
              NOT INVALID KEY
                 DISPLAY "CHANGE SUBMITTED FOR SUPERVISOR APPROVAL"
                   AT COLUMN NUMBER 1.

       PENDCHG-FIND-PARA.
           MOVE 0 TO PEND-SEQ.
           MOVE 0 TO PEND-OPEN-SEQ.
           MOVE 'N' TO PEND-OPEN-SW.
           MOVE 'N' TO PEND-EOF-SW.
           MOVE PEND-FILE TO PCFILE.
           MOVE PEND-EMPID TO PCEMPID.
           MOVE 0 TO PCSEQ.
           START PENDCHGFILE KEY IS NOT LESS THAN PCKEY
               INVALID KEY SET PEND-EOF TO TRUE.
           PERFORM PENDCHG-SCAN-PARA UNTIL PEND-EOF.

       PENDCHG-SCAN-PARA.
           READ PENDCHGFILE NEXT RECORD AT END
               SET PEND-EOF TO TRUE.
           IF NOT PEND-EOF
              IF PCFILE NOT = PEND-FILE OR PCEMPID NOT = PEND-EMPID
                 SET PEND-EOF TO TRUE.
           IF NOT PEND-EOF
              MOVE PCSEQ TO PEND-SEQ
              IF PCSTATUS = "P" OR PCSTATUS = "A"
                 IF NOT PEND-OPEN-FOUND
                    MOVE PCSEQ TO PEND-OPEN-SEQ
                    MOVE 'Y' TO PEND-OPEN-SW.

       PENDCHG-TODAY-PARA.
           ACCEPT AUD-DATE-WS FROM DATE YYYYMMDD.
           MOVE AUD-DATE-WS TO PEND-DATE-DIGITS.
           STRING PEND-DATE-DIGITS(1:4) "-" PEND-DATE-DIGITS(5:2) "-"
               PEND-DATE-DIGITS(7:2) DELIMITED BY SIZE INTO PEND-TODAY.

       APPROVAL-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           IF OPERATOR-ROLE-LK NOT = "S"
              DISPLAY "APPROVAL RESTRICTED TO SUPERVISOR"
                AT COLUMN NUMBER 1
              GO TO MAIN-PARA.
           DISPLAY "ENTER FILE (P=PAYMENT, B=BANK) :"
             AT COLUMN NUMBER 1.
           ACCEPT PEND-FILE AT COLUMN NUMBER 35.
           IF PEND-FILE NOT = "P" AND PEND-FILE NOT = "B"
              DISPLAY "FILE MUST BE P OR B" AT COLUMN NUMBER 1
              GO TO MAIN-PARA.
           DISPLAY "ENTER EMPLOYEE CODE :" AT COLUMN NUMBER 1.
           ACCEPT PEND-EMPID AT COLUMN NUMBER 35.
           OPEN I-O PENDCHGFILE.
           IF FSPC NOT = "00"
              DISPLAY "NO CHANGES AWAITING APPROVAL" AT COLUMN NUMBER 1
              GO TO MAIN-PARA.
           PERFORM PENDCHG-FIND-PARA.
           IF NOT PEND-OPEN-FOUND
              DISPLAY "NO CHANGE AWAITING APPROVAL FOR EMPLOYEE"
                AT COLUMN NUMBER 1
              CLOSE PENDCHGFILE
              GO TO MAIN-PARA.
           MOVE PEND-FILE TO PCFILE.
           MOVE PEND-EMPID TO PCEMPID.
           MOVE PEND-OPEN-SEQ TO PCSEQ.
           READ PENDCHGFILE
              INVALID KEY
                 DISPLAY "CHANGE NOT FOUND" AT COLUMN NUMBER 1
                 CLOSE PENDCHGFILE
                 GO TO MAIN-PARA.
           IF PCMAKER = OPERATOR-ID
              DISPLAY "CHANGE WAS ENTERED BY YOU - ANOTHER SUPERVISOR "
                "MUST APPROVE IT" AT COLUMN NUMBER 1
              CLOSE PENDCHGFILE
              GO TO MAIN-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           DISPLAY " ACTION      :" PCACTION AT COLUMN NUMBER 1.
           DISPLAY " ENTERED BY  :" PCMAKER " ON " PCMKDATE
             AT COLUMN NUMBER 1.
           IF PCSTATUS = "A"
              DISPLAY " APPROVED BY :" PCCHECKER " ON " PCCKDATE
                " - NOT YET APPLIED" AT COLUMN NUMBER 1.
           IF PCFILE = "B"
              PERFORM APPROVAL-BANK-SHOW-PARA
           ELSE
              MOVE 1 TO FLD-IDX
              PERFORM APPROVAL-PAY-SHOW-PARA UNTIL FLD-IDX > 34.
           DISPLAY "APPROVE OR REJECT (A/R) :" AT COLUMN NUMBER 1.
           ACCEPT PEND-DECISION AT COLUMN NUMBER 35.
           IF PEND-DECISION = "R"
              GO TO APPROVAL-REJECT-PARA.
           IF PEND-DECISION NOT = "A"
              CLOSE PENDCHGFILE
              GO TO MAIN-PARA.
           PERFORM PENDCHG-TODAY-PARA.
           MOVE "A" TO PCSTATUS.
           MOVE OPERATOR-ID TO PCCHECKER.
           MOVE PEND-TODAY TO PCCKDATE.
           REWRITE PENDCHGREC
              INVALID KEY
                 DISPLAY "UNABLE TO UPDATE RECORD" AT COLUMN NUMBER 1
                 CLOSE PENDCHGFILE
                 GO TO MAIN-PARA.
           MOVE 'Y' TO VALID-SW.
           IF PCFILE = "B"
              PERFORM APPLY-BANK-PARA
           ELSE
              PERFORM APPLY-PAYMENT-PARA.
           IF NOT CODE-IS-VALID
              DISPLAY "CHANGE APPROVED BUT NOT APPLIED"
                AT COLUMN NUMBER 1
              CLOSE PENDCHGFILE
              GO TO MAIN-PARA.
           MOVE "D" TO PCSTATUS.
           REWRITE PENDCHGREC
              INVALID KEY
                 DISPLAY "UNABLE TO UPDATE RECORD" AT COLUMN NUMBER 1.
           MOVE PCEMPID TO AUD-KEY.
           MOVE PCEMPID TO AUD-EMPID.
           MOVE PCACTION TO AUD-ACTION.
           PERFORM AUDIT-LOG-PARA.
           DISPLAY "CHANGE APPROVED AND APPLIED" AT COLUMN NUMBER 1.
           CLOSE PENDCHGFILE.
           GO TO MAIN-PARA.

       APPROVAL-REJECT-PARA.
           DISPLAY "ENTER REASON FOR REJECTION :" AT COLUMN NUMBER 1.
           ACCEPT PCREASON AT COLUMN NUMBER 35.
           IF PCREASON = SPACES
              DISPLAY "REASON MUST BE ENTERED - NOT REJECTED"
                AT COLUMN NUMBER 1
              CLOSE PENDCHGFILE
              GO TO MAIN-PARA.
           PERFORM PENDCHG-TODAY-PARA.
           MOVE "R" TO PCSTATUS.
           MOVE OPERATOR-ID TO PCCHECKER.
           MOVE PEND-TODAY TO PCCKDATE.
           REWRITE PENDCHGREC
              INVALID KEY
                 DISPLAY "UNABLE TO UPDATE RECORD" AT COLUMN NUMBER 1.
           CLOSE PENDCHGFILE.
           GO TO MAIN-PARA.

       APPROVAL-BANK-SHOW-PARA.
           IF PCACTION NOT = "ADD"
              MOVE PCBEFORE TO BANKREC
              DISPLAY " BEFORE ACCOUNT :" BKACCNO " IFSC :" BKIFSC
                AT COLUMN NUMBER 1
              DISPLAY "        BANK    :" BKBANK " MODE :" BKMODE
                AT COLUMN NUMBER 1.
           IF PCACTION NOT = "DEL"
              MOVE PCAFTER TO BANKREC
              DISPLAY " AFTER  ACCOUNT :" BKACCNO " IFSC :" BKIFSC
                AT COLUMN NUMBER 1
              DISPLAY "        BANK    :" BKBANK " MODE :" BKMODE
                AT COLUMN NUMBER 1.

       APPROVAL-PAY-SHOW-PARA.
           MOVE PAY-FLD-START(FLD-IDX) TO FLD-START.
           MOVE PAY-FLD-LEN(FLD-IDX) TO FLD-LEN.
           IF PCBEFORE(FLD-START:FLD-LEN)
              NOT = PCAFTER(FLD-START:FLD-LEN)
              PERFORM APPROVAL-PAY-FIELD-PARA.
           ADD 1 TO FLD-IDX.

       APPROVAL-PAY-FIELD-PARA.
           MOVE 0 TO PEND-BEFORE-O.
           MOVE 0 TO PEND-AFTER-O.
           IF FLD-LEN = 8
              IF PCACTION NOT = "ADD"
                 MOVE PCBEFORE(FLD-START:8) TO PEND-AMT8-X
                 MOVE PEND-AMT8 TO PEND-BEFORE-O.
           IF FLD-LEN = 8
              IF PCACTION NOT = "DEL"
                 MOVE PCAFTER(FLD-START:8) TO PEND-AMT8-X
                 MOVE PEND-AMT8 TO PEND-AFTER-O.
           IF FLD-LEN = 10
              IF PCACTION NOT = "ADD"
                 MOVE PCBEFORE(FLD-START:10) TO PEND-AMT10-X
                 MOVE PEND-AMT10 TO PEND-BEFORE-O.
           IF FLD-LEN = 10
              IF PCACTION NOT = "DEL"
                 MOVE PCAFTER(FLD-START:10) TO PEND-AMT10-X
                 MOVE PEND-AMT10 TO PEND-AFTER-O.
           IF FLD-LEN < 4
              IF PCACTION NOT = "ADD"
                 MOVE ZEROS TO PEND-DAYS-X
                 MOVE PCBEFORE(FLD-START:FLD-LEN)
                   TO PEND-DAYS-X(4 - FLD-LEN:FLD-LEN)
                 MOVE PEND-DAYS TO PEND-BEFORE-O.
           IF FLD-LEN < 4
              IF PCACTION NOT = "DEL"
                 MOVE ZEROS TO PEND-DAYS-X
                 MOVE PCAFTER(FLD-START:FLD-LEN)
                   TO PEND-DAYS-X(4 - FLD-LEN:FLD-LEN)
                 MOVE PEND-DAYS TO PEND-AFTER-O.
           DISPLAY " " PAY-FLD-NAME(FLD-IDX) " FROM " PEND-BEFORE-O
             " TO " PEND-AFTER-O AT COLUMN NUMBER 1.

       APPLY-PAYMENT-PARA.
           MOVE "PAYMENT.DAT" TO AUD-FILE.
           OPEN I-O PAYMENTFILE.
           IF FSP = 30 OR FSP = 35
              OPEN OUTPUT PAYMENTFILE
              CLOSE PAYMENTFILE
              OPEN I-O PAYMENTFILE.
           IF PCACTION = "ADD"
              PERFORM APPLY-PAY-ADD-PARA
           ELSE
             IF PCACTION = "COR"
                PERFORM APPLY-PAY-COR-PARA
             ELSE
                PERFORM APPLY-PAY-DEL-PARA.
           CLOSE PAYMENTFILE.
           IF CODE-IS-VALID
              PERFORM PAY-REOPEN-PARA.

       PAY-REOPEN-PARA.
           MOVE "U" TO CTL-FUNC.
           MOVE SPACES TO CTL-JOB.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           CANCEL "PAYCTL".
           IF CTL-REPLY = "RS"
              DISPLAY "PAYMENT CHANGED - RERUN EARNCALC AND STATCALC "
                "FOR PERIOD " CTL-PERIOD AT COLUMN NUMBER 1.

       APPLY-PAY-ADD-PARA.
           MOVE PCAFTER TO PAYMENTREC.
           MOVE SPACES TO AUD-BEFORE.
           MOVE PAYMENTREC TO AUD-AFTER.
           WRITE PAYMENTREC
              INVALID KEY
                 DISPLAY "PAYMENT CODE ALREADY EXISTS"
                   AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.

       APPLY-PAY-COR-PARA.
           MOVE PCEMPID TO PEMPID.
           READ PAYMENTFILE
              INVALID KEY
                 DISPLAY "PAYMENT CODE NOT FOUND" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              PERFORM APPLY-PAY-MERGE-PARA.

       APPLY-PAY-MERGE-PARA.
           MOVE PAYMENTREC TO AUD-BEFORE.
           MOVE PAYMENTREC TO PEND-CURRENT.
           MOVE 1 TO FLD-IDX.
           PERFORM APPLY-PAY-FIELD-PARA UNTIL FLD-IDX > 34.
           MOVE PEND-CURRENT TO PAYMENTREC.
           MOVE PAYMENTREC TO AUD-AFTER.
           REWRITE PAYMENTREC
              INVALID KEY
                 DISPLAY "UNABLE TO UPDATE RECORD" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.

       APPLY-PAY-FIELD-PARA.
           MOVE PAY-FLD-START(FLD-IDX) TO FLD-START.
           MOVE PAY-FLD-LEN(FLD-IDX) TO FLD-LEN.
           IF PCBEFORE(FLD-START:FLD-LEN)
              NOT = PCAFTER(FLD-START:FLD-LEN)
              MOVE PCAFTER(FLD-START:FLD-LEN)
                TO PEND-CURRENT(FLD-START:FLD-LEN).
           ADD 1 TO FLD-IDX.

       APPLY-PAY-DEL-PARA.
           MOVE PCEMPID TO PEMPID.
           READ PAYMENTFILE
              INVALID KEY
                 DISPLAY "PAYMENT CODE NOT FOUND" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              MOVE PAYMENTREC TO AUD-BEFORE
              MOVE SPACES TO AUD-AFTER
              DELETE PAYMENTFILE RECORD
                 INVALID KEY
                    DISPLAY "UNABLE TO RETIRE RECORD" AT COLUMN NUMBER 1
                    MOVE 'N' TO VALID-SW.

       APPLY-BANK-PARA.
           MOVE "BANK.DAT" TO AUD-FILE.
           OPEN I-O BANKFILE.
           IF FSBK = 30 OR FSBK = 35
              OPEN OUTPUT BANKFILE
              CLOSE BANKFILE
              OPEN I-O BANKFILE.
           IF PCACTION = "ADD"
              PERFORM APPLY-BANK-ADD-PARA
           ELSE
              PERFORM APPLY-BANK-CHANGE-PARA.
           CLOSE BANKFILE.

       APPLY-BANK-ADD-PARA.
           MOVE PCAFTER TO BANKREC.
           MOVE SPACES TO AUD-BEFORE.
           MOVE BANKREC TO AUD-AFTER.
           WRITE BANKREC
              INVALID KEY
                 DISPLAY "EMPLOYEE CODE ALREADY EXISTS"
                   AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.

       APPLY-BANK-CHANGE-PARA.
           MOVE PCEMPID TO BKEMPID.
           READ BANKFILE
              INVALID KEY
                 DISPLAY "EMPLOYEE CODE NOT FOUND" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              IF BANKREC NOT = PCBEFORE(1:57)
                 DISPLAY "BANK DETAILS CHANGED SINCE ENTRY - "
                   "REJECT AND RE-ENTER" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.
           IF CODE-IS-VALID
              MOVE BANKREC TO AUD-BEFORE
              IF PCACTION = "DEL"
                 PERFORM APPLY-BANK-DEL-PARA
              ELSE
                 PERFORM APPLY-BANK-COR-PARA.

       APPLY-BANK-DEL-PARA.
           MOVE SPACES TO AUD-AFTER.
           DELETE BANKFILE RECORD
              INVALID KEY
                 DISPLAY "UNABLE TO RETIRE RECORD" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.

       APPLY-BANK-COR-PARA.
           MOVE PCAFTER TO BANKREC.
           MOVE BANKREC TO AUD-AFTER.
           REWRITE BANKREC
              INVALID KEY
                 DISPLAY "UNABLE TO UPDATE RECORD" AT COLUMN NUMBER 1
                 MOVE 'N' TO VALID-SW.

       AUDIT-LOG-PARA.
           OPEN EXTEND AUDITFILE.
           IF FSAUD = 30 OR FSAUD = 35
              OPEN OUTPUT AUDITFILE.
           ACCEPT AUD-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME-WS FROM TIME.
           MOVE AUD-DATE-WS TO ADATE.
           MOVE AUD-TIME-WS(1:6) TO ATIME.
           MOVE OPERATOR-ID TO AOPER.
           MOVE AUD-FILE TO AFILE.
           MOVE AUD-KEY TO AKEY.
           MOVE AUD-EMPID TO AEMPID.
           MOVE AUD-ACTION TO AACTION.
           MOVE AUD-BEFORE TO ABEFORE.
           MOVE AUD-AFTER TO AAFTER.
           WRITE AUDITREC.
           CLOSE AUDITFILE.
           END PROGRAM EMP.
           END PROGRAM EMPREAD.
           END PROGRAM MAINHRMS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYBRREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

           SELECT PAYHISTFILE ASSIGN TO HIST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HKEY
           FILE STATUS IS FSH.

           RECORD KEY IS SEMPID
           FILE STATUS IS FSSEP.

           SELECT EARNPAYFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ERKEY
           FILE STATUS IS FSER.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPRT.

           SELECT WORK-FILE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTFILE
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).
           02 BSTATE   PIC X(2).

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD.
       01 PAYHISTREC.
           02 HKEY.
               03 HEMPID   PIC X(6).
               03 HPAYPER  PIC X(6).
           02 HPAYDATA     PIC X(248).

       FD SEPARATIONFILE
           LABEL RECORDS ARE STANDARD

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYBRREG.PRT".
       01 PRINT-REC PIC X(132).

       SD WORK-FILE.
       01 WORK-REC.
           02 WBRNID   PIC X(6).
           02 WBRNAME  PIC X(15).
           02 WEMPID   PIC X(6).
           02 WBASIC   PIC 9(6)V99.
           02 WDA      PIC 9(6)V99.
           02 WHRA     PIC 9(6)V99.
           02 WPTAX    PIC 9(6)V99.
           02 WITAX    PIC 9(6)V99.
           02 WLOAN    PIC 9(8)V99.
           02 WLOANDA  PIC 9(8)V99.

       FD EARNPAYFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EARNPAY.DAT".
       01 EARNPAYREC.
           02 ERKEY.
               03 EREMPID  PIC X(6).
               03 ERPERIOD PIC X(6).
           02 ERMTHDAYS PIC 99.
           02 ERLOPDAYS PIC 999.
           02 ERPAYDAYS PIC 99.
           02 ERFIXED.
               03 ERBASIC   PIC 9(6)V99.
               03 ERDA      PIC 9(6)V99.
               03 ERCCA     PIC 9(6)V99.
               03 ERHRA     PIC 9(6)V99.
               03 ERDPA     PIC 9(6)V99.
               03 ERPPA     PIC 9(6)V99.
               03 EREDUA    PIC 9(6)V99.
               03 ERTECHJR  PIC 9(6)V99.
               03 ERLUNCHA  PIC 9(6)V99.
               03 ERCONVEY  PIC 9(6)V99.
               03 ERBUSATR  PIC 9(6)V99.
               03 ERLTA     PIC 9(6)V99.
           02 ERGRTY    PIC 9(6)V99.
           02 ERHOUSE   PIC 9(6)V99.

       WORKING-STORAGE SECTION.
       77 FSP PIC XX.
       77 FSE PIC XX.
       77 FSB PIC XX.
       77 FSH PIC XX.
       77 FSSEP PIC XX.
       77 FSPRT PIC XX.
       77 FSER PIC XX.
       77 EARNED-SW PIC X VALUE 'N'.
           88 EARNED-FOUND VALUE 'Y'.
       77 EARNFILE-SW PIC X VALUE 'N'.
           88 EARNFILE-OPEN VALUE 'Y'.
       77 RPT-RUN-DATE PIC 9(8).
       77 PAGE-COUNT PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 99 VALUE 99.
       77 PAGE-LIMIT PIC 99 VALUE 60.
       77 RUN-PERIOD PIC X(6).
       77 SEPFILE-SW PIC X VALUE 'N'.
           88 SEPFILE-OPEN VALUE 'Y'.
       77 SEPARATED-SW PIC X VALUE 'N'.
           88 IS-SEPARATED VALUE 'Y'.
       77 BUILD-EOF-SW PIC X VALUE 'N'.
           88 BUILD-EOF VALUE 'Y'.
       77 SORT-EOF-SW PIC X VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.
       77 FIRST-BREAK-SW PIC X VALUE 'Y'.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.
       77 HIST-NAME  PIC X(20) VALUE "PAYHIST.DAT".
       77 ARF-FILE   PIC X(8) VALUE "PAYHIST".
       77 ARF-DATE   PIC X(8) VALUE SPACES.
       77 ARF-CUTOFF PIC X(8) VALUE SPACES.
       77 HOLD-BRNID   PIC X(6) VALUE SPACES.
       77 HOLD-BRNAME  PIC X(15) VALUE SPACES.
       77 SUB-BASIC    PIC 9(8)V99 VALUE 0.
       77 SUB-DA       PIC 9(8)V99 VALUE 0.
       77 SUB-HRA      PIC 9(8)V99 VALUE 0.
       77 SUB-PTAX     PIC 9(8)V99 VALUE 0.
       77 SUB-ITAX     PIC 9(8)V99 VALUE 0.
       77 SUB-LOAN     PIC 9(9)V99 VALUE 0.
       77 SUB-LOANDA   PIC 9(9)V99 VALUE 0.
       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40) VALUE "BRANCH-WISE PAYROLL REGISTER".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
       01 PERIOD-LINE.
           02 FILLER     PIC X(2)   VALUE SPACES.
           02 FILLER     PIC X(11)  VALUE "PAY PERIOD ".
           02 PRD-PERIOD PIC X(6).
           02 FILLER     PIC X(113) VALUE SPACES.
       01 BRANCH-LINE.
           02 FILLER     PIC X(2)   VALUE SPACES.
           02 FILLER     PIC X(7)   VALUE "BRANCH ".
           02 BRH-BRNID  PIC X(6).
           02 FILLER     PIC X(1)   VALUE SPACES.
           02 BRH-BRNAME PIC X(15).
           02 FILLER     PIC X(101) VALUE SPACES.
       01 DETAIL-LINE.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 FILLER     PIC X(4)  VALUE "EMP ".
           02 DTL-EMPID  PIC X(6).
           02 FILLER     PIC X(7)  VALUE " BASIC ".
           02 DTL-BASIC  PIC ZZZZZ9.99.
           02 FILLER     PIC X(4)  VALUE " DA ".
           02 DTL-DA     PIC ZZZZZ9.99.
           02 FILLER     PIC X(5)  VALUE " HRA ".
           02 DTL-HRA    PIC ZZZZZ9.99.
           02 FILLER     PIC X(6)  VALUE " PTAX ".
           02 DTL-PTAX   PIC ZZZZZ9.99.
           02 FILLER     PIC X(6)  VALUE " ITAX ".
           02 DTL-ITAX   PIC ZZZZZ9.99.
           02 FILLER     PIC X(6)  VALUE " LOAN ".
           02 DTL-LOAN   PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(8)  VALUE " LOANDA ".
           02 DTL-LOANDA PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(11) VALUE SPACES.
       01 SUBTOTAL-LINE.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 FILLER     PIC X(9)  VALUE "SUBTOTAL ".
           02 FILLER     PIC X(7)  VALUE " BASIC ".
           02 SUB-BASIC-O  PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(4)  VALUE " DA ".
           02 SUB-DA-O     PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(5)  VALUE " HRA ".
           02 SUB-HRA-O    PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(6)  VALUE " PTAX ".
           02 SUB-PTAX-O   PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(6)  VALUE " ITAX ".
           02 SUB-ITAX-O   PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(6)  VALUE " LOAN ".
           02 SUB-LOAN-O   PIC ZZZZZZZZ9.99.
           02 FILLER     PIC X(8)  VALUE " LOANDA ".
           02 SUB-LOANDA-O PIC ZZZZZZZZ9.99.
       01 RPT-TEXT-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 RPT-TEXT PIC X(130).

       LINKAGE SECTION.
       77 PB-MODE-LK   PIC X(1).
       77 PB-PERIOD-LK PIC X(6).

       PROCEDURE DIVISION USING PB-MODE-LK PB-PERIOD-LK.
       MAIN-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           IF PB-MODE-LK = "B"
              MOVE PB-PERIOD-LK TO RUN-PERIOD
           ELSE
              DISPLAY "ENTER PAY PERIOD (YYYYMM) OR BLANK FOR CURRENT :"
                AT COLUMN NUMBER 1
              ACCEPT RUN-PERIOD AT COLUMN NUMBER 50.
           OPEN OUTPUT PRINTFILE.
           SORT WORK-FILE ON ASCENDING KEY WBRNID
               INPUT PROCEDURE IS BUILD-PARA
               OUTPUT PROCEDURE IS PRINT-PARA.
           CLOSE PRINTFILE.
           IF PB-MODE-LK NOT = "B"
              DISPLAY "REPORT WRITTEN TO PAYBRREG.PRT"
                AT COLUMN NUMBER 1.
           EXIT PROGRAM.

       BUILD-PARA.
           OPEN INPUT PAYMENTFILE.
           OPEN INPUT EMPFILE.
           OPEN INPUT BRANCHFILE.
           PERFORM OPEN-SEPARATION-PARA.
           IF RUN-PERIOD = SPACES
              PERFORM OPEN-EARNED-PARA
              PERFORM BUILD-READ-PARA THRU BUILD-READ-EXIT
                 UNTIL BUILD-EOF
           ELSE
              PERFORM BUILD-HIST-DRIVE-PARA THRU BUILD-HIST-DRIVE-EXIT.
           CLOSE PAYMENTFILE.
           CLOSE EMPFILE.
           CLOSE BRANCHFILE.
           IF EARNFILE-OPEN
              CLOSE EARNPAYFILE.
           IF SEPFILE-OPEN
              CLOSE SEPARATIONFILE.

       OPEN-SEPARATION-PARA.
           OPEN INPUT SEPARATIONFILE.
           ELSE
              MOVE 'N' TO SEPFILE-SW.

       OPEN-EARNED-PARA.
           MOVE "R" TO CTL-FUNC.
           MOVE SPACES TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           OPEN INPUT EARNPAYFILE.
           IF FSER = "00"
              MOVE 'Y' TO EARNFILE-SW
           ELSE
              MOVE 'N' TO EARNFILE-SW.

       CHECK-SEPARATION-PARA.
           MOVE 'N' TO SEPARATED-SW.
                 INVALID KEY MOVE 'N' TO SEPARATED-SW
                 NOT INVALID KEY MOVE 'Y' TO SEPARATED-SW.

       BUILD-READ-PARA.
           READ PAYMENTFILE AT END SET BUILD-EOF TO TRUE
               GO TO BUILD-READ-EXIT.
           PERFORM CHECK-SEPARATION-PARA.
           IF IS-SEPARATED
              GO TO BUILD-READ-EXIT.
           PERFORM EARNED-PAY-PARA.
           PERFORM BUILD-RELEASE-PARA.
       BUILD-READ-EXIT.
           EXIT.

       EARNED-PAY-PARA.
           MOVE 'N' TO EARNED-SW.
           IF EARNFILE-OPEN
              MOVE PEMPID TO EREMPID
              MOVE CTL-PERIOD TO ERPERIOD
              READ EARNPAYFILE
                 INVALID KEY MOVE 'N' TO EARNED-SW
                 NOT INVALID KEY MOVE 'Y' TO EARNED-SW.
           IF EARNED-FOUND
              MOVE ERFIXED TO PAYMENTREC(7:96)
              MOVE ERGRTY TO PGRTY
              MOVE ERHOUSE TO PHOUSE.

       BUILD-HIST-DRIVE-PARA.
           PERFORM HIST-NAME-PARA.
           OPEN INPUT PAYHISTFILE.
           IF FSH NOT = "00"
              DISPLAY "NO PAY HISTORY ON FILE"
              SET BUILD-EOF TO TRUE
              GO TO BUILD-HIST-DRIVE-EXIT.
           PERFORM BUILD-HIST-PARA UNTIL BUILD-EOF.
           CLOSE PAYHISTFILE.
       BUILD-HIST-DRIVE-EXIT.
           EXIT.

       HIST-NAME-PARA.
           MOVE RUN-PERIOD TO ARF-DATE.
           MOVE "01" TO ARF-DATE(7:2).
           CALL "ARCFILE" USING ARF-FILE ARF-DATE HIST-NAME ARF-CUTOFF.
           CANCEL "ARCFILE".

       BUILD-HIST-PARA.
           READ PAYHISTFILE AT END SET BUILD-EOF TO TRUE
               GO TO BUILD-HIST-EXIT.
           IF HPAYPER NOT = RUN-PERIOD
              GO TO BUILD-HIST-EXIT.
           MOVE HEMPID TO PEMPID.
           MOVE HPAYDATA TO PAYMENTREC(7:248).
           PERFORM BUILD-RELEASE-PARA.
       BUILD-HIST-EXIT.
           EXIT.

       BUILD-RELEASE-PARA.
           MOVE PEMPID TO EEMPID.
           MOVE SPACES TO EBRNID.
           READ EMPFILE INVALID KEY MOVE SPACES TO EBRNID.
           MOVE EBRNID TO BBRID.
           READ BRANCHFILE INVALID KEY
               MOVE "UNKNOWN" TO BBRNAME.
           MOVE EBRNID TO WBRNID.
           MOVE BBRNAME TO WBRNAME.
           MOVE PEMPID TO WEMPID.
           MOVE PBASIC TO WBASIC.
           MOVE PDA TO WDA.
           MOVE PHRA TO WHRA.
           MOVE PPTAX TO WPTAX.
           MOVE PITAX TO WITAX.
           MOVE PLOAN TO WLOAN.
           MOVE PLOANDA TO WLOANDA.
           RELEASE WORK-REC.

       PRINT-PARA.
           IF RUN-PERIOD NOT = SPACES
              MOVE RUN-PERIOD TO PRD-PERIOD
              MOVE PERIOD-LINE TO RPT-LINE
              PERFORM PRINT-LINE-PARA.
           PERFORM PRINT-RETURN-PARA UNTIL SORT-EOF.
           IF FIRST-BREAK-SW = 'N'
              PERFORM PRINT-SUBTOTAL-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "END OF PAYROLL REGISTER" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       PRINT-RETURN-PARA.
           RETURN WORK-FILE AT END SET SORT-EOF TO TRUE
               GO TO PRINT-RETURN-EXIT.
           IF FIRST-BREAK-SW = 'Y'
              MOVE WBRNID TO HOLD-BRNID
              MOVE WBRNAME TO HOLD-BRNAME
              MOVE 'N' TO FIRST-BREAK-SW
              PERFORM PRINT-BRANCH-HEADER-PARA
           ELSE
             IF WBRNID NOT = HOLD-BRNID
                PERFORM PRINT-SUBTOTAL-PARA
                MOVE WBRNID TO HOLD-BRNID
                MOVE WBRNAME TO HOLD-BRNAME
                PERFORM PRINT-BRANCH-HEADER-PARA.
           MOVE WEMPID TO DTL-EMPID.
           MOVE WBASIC TO DTL-BASIC.
           MOVE WDA TO DTL-DA.
           MOVE WHRA TO DTL-HRA.
           MOVE WPTAX TO DTL-PTAX.
           MOVE WITAX TO DTL-ITAX.
           MOVE WLOAN TO DTL-LOAN.
           MOVE WLOANDA TO DTL-LOANDA.
           MOVE DETAIL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           ADD WBASIC TO SUB-BASIC.
           ADD WDA TO SUB-DA.
           ADD WHRA TO SUB-HRA.
           ADD WPTAX TO SUB-PTAX.
           ADD WITAX TO SUB-ITAX.
           ADD WLOAN TO SUB-LOAN.
           ADD WLOANDA TO SUB-LOANDA.
       PRINT-RETURN-EXIT.
           EXIT.

       PRINT-BRANCH-HEADER-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE HOLD-BRNID TO BRH-BRNID.
           MOVE HOLD-BRNAME TO BRH-BRNAME.
           MOVE BRANCH-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       PRINT-SUBTOTAL-PARA.
           MOVE SUB-BASIC TO SUB-BASIC-O.
           MOVE SUB-DA TO SUB-DA-O.
           MOVE SUB-HRA TO SUB-HRA-O.
           MOVE SUB-PTAX TO SUB-PTAX-O.
           MOVE SUB-ITAX TO SUB-ITAX-O.
           MOVE SUB-LOAN TO SUB-LOAN-O.
           MOVE SUB-LOANDA TO SUB-LOANDA-O.
           MOVE SUBTOTAL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE 0 TO SUB-BASIC SUB-DA SUB-HRA SUB-PTAX SUB-ITAX
               SUB-LOAN SUB-LOANDA.

       PRINT-HEADING-PARA.
           ADD 1 TO PAGE-COUNT.
              PERFORM PRINT-HEADING-PARA.
           WRITE PRINT-REC FROM RPT-LINE.
           ADD 1 TO LINE-COUNT.
           END PROGRAM PAYBRREG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSLIP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT PAYHISTFILE ASSIGN TO HIST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HKEY
           FILE STATUS IS FSH.

           SELECT SEPARATIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           RECORD KEY IS SEMPID
           FILE STATUS IS FSSEP.

           SELECT EARNPAYFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ERKEY
           FILE STATUS IS FSER.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPRT.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD.
       01 PAYHISTREC.
           02 HKEY.
               03 HEMPID   PIC X(6).
               03 HPAYPER  PIC X(6).
           02 HPAYDATA     PIC X(248).

       FD SEPARATIONFILE
           LABEL RECORDS ARE STANDARD

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYSLIP.PRT".
       01 PRINT-REC PIC X(132).

       FD EARNPAYFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EARNPAY.DAT".
       01 EARNPAYREC.
           02 ERKEY.
               03 EREMPID  PIC X(6).
               03 ERPERIOD PIC X(6).
           02 ERMTHDAYS PIC 99.
           02 ERLOPDAYS PIC 999.
           02 ERPAYDAYS PIC 99.
           02 ERFIXED.
               03 ERBASIC   PIC 9(6)V99.
               03 ERDA      PIC 9(6)V99.
               03 ERCCA     PIC 9(6)V99.
               03 ERHRA     PIC 9(6)V99.
               03 ERDPA     PIC 9(6)V99.
               03 ERPPA     PIC 9(6)V99.
               03 EREDUA    PIC 9(6)V99.
               03 ERTECHJR  PIC 9(6)V99.
               03 ERLUNCHA  PIC 9(6)V99.
               03 ERCONVEY  PIC 9(6)V99.
               03 ERBUSATR  PIC 9(6)V99.
               03 ERLTA     PIC 9(6)V99.
           02 ERGRTY    PIC 9(6)V99.
           02 ERHOUSE   PIC 9(6)V99.

       WORKING-STORAGE SECTION.
       77 FSP PIC XX.
       77 FSE PIC XX.
       77 FSH PIC XX.
       77 FSSEP PIC XX.
       77 FSPRT PIC XX.
       77 FSER PIC XX.
       77 EARNED-SW PIC X VALUE 'N'.
           88 EARNED-FOUND VALUE 'Y'.
       77 EARNFILE-SW PIC X VALUE 'N'.
           88 EARNFILE-OPEN VALUE 'Y'.
       77 RPT-RUN-DATE PIC 9(8).
       77 PAGE-COUNT PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 99 VALUE 99.
       77 PAGE-LIMIT PIC 99 VALUE 60.
       77 BATCH-EOF-SW PIC X VALUE 'N'.
           88 BATCH-EOF VALUE 'Y'.
       77 SEPFILE-SW PIC X VALUE 'N'.
           88 SEPFILE-OPEN VALUE 'Y'.
       77 SEPARATED-SW PIC X VALUE 'N'.
           88 IS-SEPARATED VALUE 'Y'.
       77 RUN-PERIOD      PIC X(6).
       77 EARN-PERIOD     PIC X(6).
       77 GROSS           PIC 9(8)V99 VALUE 0.
       77 TOTAL-DEDUCTION PIC 9(8)V99 VALUE 0.
       77 NET-PAY         PIC S9(8)V99 VALUE 0.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.
       77 HIST-NAME  PIC X(20) VALUE "PAYHIST.DAT".
       77 ARF-FILE   PIC X(8) VALUE "PAYHIST".
       77 ARF-DATE   PIC X(8) VALUE SPACES.
       77 ARF-CUTOFF PIC X(8) VALUE SPACES.
       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40) VALUE "EMPLOYEE PAYSLIP".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
       01 SLIP-TEXT-LINE.
           02 FILLER          PIC X(3)  VALUE SPACES.
           02 SLIP-TEXT-LABEL PIC X(30).
           02 FILLER          PIC X(1)  VALUE ":".
           02 SLIP-TEXT-VALUE PIC X(30).
           02 FILLER          PIC X(68) VALUE SPACES.
       01 SLIP-LINE.
           02 FILLER      PIC X(3)  VALUE SPACES.
           02 SLIP-LABEL  PIC X(30).
           02 FILLER      PIC X(1)  VALUE ":".
           02 SLIP-AMOUNT PIC -ZZZZZZZ9.99.
           02 FILLER      PIC X(86) VALUE SPACES.
       01 SLIP-DAYS-LINE.
           02 FILLER      PIC X(3)  VALUE SPACES.
           02 SLIP-DAYS-LABEL PIC X(30).
           02 FILLER      PIC X(1)  VALUE ":".
           02 SLIP-DAYS   PIC ZZ9.
           02 FILLER      PIC X(95) VALUE SPACES.
       01 RPT-TEXT-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 RPT-TEXT PIC X(130).

       LINKAGE SECTION.
       77 PS-MODE-LK   PIC X(1).
       77 PS-PERIOD-LK PIC X(6).

       SCREEN SECTION.
       01 CLEAR-SCREEN.
           02 BLANK SCREEN.

       PROCEDURE DIVISION USING PS-MODE-LK PS-PERIOD-LK.
       MAIN-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PRINTFILE.
           IF PS-MODE-LK = "B"
              MOVE PS-PERIOD-LK TO RUN-PERIOD
              PERFORM BATCH-PARA
              CLOSE PRINTFILE
              EXIT PROGRAM.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN INPUT PAYMENTFILE.
           OPEN INPUT EMPFILE.
           DISPLAY "ENTER EMPLOYEE CODE :".
           ACCEPT PEMPID.
           DISPLAY "ENTER PAY PERIOD (YYYYMM) OR BLANK FOR CURRENT :".
           ACCEPT RUN-PERIOD.
           PERFORM OPEN-EARNED-PARA.
           IF RUN-PERIOD = SPACES
              READ PAYMENTFILE INVALID KEY GO TO ERROR-PARA
           ELSE
              PERFORM READ-HIST-PARA.
           MOVE PEMPID TO EEMPID.
           MOVE "NAME NOT ON FILE         " TO EEMPNAME.
           READ EMPFILE INVALID KEY
               MOVE "NAME NOT ON FILE         " TO EEMPNAME.
           PERFORM EARNED-PAY-PARA.
           PERFORM COMPUTE-PARA.
           PERFORM PRINT-PARA.
           CLOSE PAYMENTFILE.
           CLOSE EMPFILE.
           IF EARNFILE-OPEN
              CLOSE EARNPAYFILE.
           CLOSE PRINTFILE.
           DISPLAY "PAYSLIP WRITTEN TO PAYSLIP.PRT".
           EXIT PROGRAM.

       BATCH-PARA.
           OPEN INPUT PAYMENTFILE.
           OPEN INPUT EMPFILE.
           PERFORM OPEN-EARNED-PARA.
           IF RUN-PERIOD = SPACES
              PERFORM OPEN-SEPARATION-PARA
              PERFORM BATCH-CURR-PARA THRU BATCH-CURR-EXIT
                 UNTIL BATCH-EOF
              PERFORM CLOSE-SEPARATION-PARA
           ELSE
              PERFORM BATCH-HIST-DRIVE-PARA THRU BATCH-HIST-DRIVE-EXIT.
           CLOSE PAYMENTFILE.
           CLOSE EMPFILE.
           IF EARNFILE-OPEN
              CLOSE EARNPAYFILE.

       BATCH-HIST-DRIVE-PARA.
           PERFORM HIST-NAME-PARA.
           OPEN INPUT PAYHISTFILE.
           IF FSH NOT = "00"
              DISPLAY "NO PAY HISTORY ON FILE"
              GO TO BATCH-HIST-DRIVE-EXIT.
           PERFORM BATCH-HIST-PARA THRU BATCH-HIST-EXIT UNTIL BATCH-EOF.
           CLOSE PAYHISTFILE.
       BATCH-HIST-DRIVE-EXIT.
           EXIT.

       OPEN-EARNED-PARA.
           IF RUN-PERIOD = SPACES
              MOVE "R" TO CTL-FUNC
              MOVE SPACES TO CTL-JOB
              MOVE SPACES TO CTL-PERIOD
              CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY
              MOVE CTL-PERIOD TO EARN-PERIOD
           ELSE
              MOVE RUN-PERIOD TO EARN-PERIOD.
           OPEN INPUT EARNPAYFILE.
           IF FSER = "00"
              MOVE 'Y' TO EARNFILE-SW
           ELSE
              MOVE 'N' TO EARNFILE-SW.

       OPEN-SEPARATION-PARA.
           OPEN INPUT SEPARATIONFILE.
           ELSE
              MOVE 'N' TO SEPFILE-SW.

       CLOSE-SEPARATION-PARA.
           IF SEPFILE-OPEN
              CLOSE SEPARATIONFILE.

       CHECK-SEPARATION-PARA.
           MOVE 'N' TO SEPARATED-SW.
           IF SEPFILE-OPEN
              MOVE PEMPID TO SEMPID
              READ SEPARATIONFILE
                 INVALID KEY MOVE 'N' TO SEPARATED-SW
                 NOT INVALID KEY MOVE 'Y' TO SEPARATED-SW.

       BATCH-CURR-PARA.
           READ PAYMENTFILE NEXT RECORD AT END SET BATCH-EOF TO TRUE
               GO TO BATCH-CURR-EXIT.
           PERFORM CHECK-SEPARATION-PARA.
           IF IS-SEPARATED
              GO TO BATCH-CURR-EXIT.
           PERFORM BATCH-SLIP-PARA.
       BATCH-CURR-EXIT.
           EXIT.

       BATCH-HIST-PARA.
           READ PAYHISTFILE NEXT RECORD AT END SET BATCH-EOF TO TRUE
               GO TO BATCH-HIST-EXIT.
           IF HPAYPER NOT = RUN-PERIOD
              GO TO BATCH-HIST-EXIT.
           MOVE HEMPID TO PEMPID.
           MOVE HPAYDATA TO PAYMENTREC(7:248).
           PERFORM BATCH-SLIP-PARA.
       BATCH-HIST-EXIT.
           EXIT.

       BATCH-SLIP-PARA.
           MOVE PEMPID TO EEMPID.
           MOVE "NAME NOT ON FILE         " TO EEMPNAME.
           READ EMPFILE INVALID KEY
               MOVE "NAME NOT ON FILE         " TO EEMPNAME.
           PERFORM EARNED-PAY-PARA.
           PERFORM COMPUTE-PARA.
           MOVE 99 TO LINE-COUNT.
           PERFORM PRINT-PARA.

       HIST-NAME-PARA.
           MOVE RUN-PERIOD TO ARF-DATE.
           MOVE "01" TO ARF-DATE(7:2).
           CALL "ARCFILE" USING ARF-FILE ARF-DATE HIST-NAME ARF-CUTOFF.
           CANCEL "ARCFILE".

       READ-HIST-PARA.
           PERFORM HIST-NAME-PARA.
           OPEN INPUT PAYHISTFILE.
           IF FSH NOT = "00"
              DISPLAY "NO PAY HISTORY ON FILE"
              GO TO ERROR-PARA.
           MOVE PEMPID TO HEMPID.
           MOVE RUN-PERIOD TO HPAYPER.
           READ PAYHISTFILE
              INVALID KEY
                 CLOSE PAYHISTFILE
                 GO TO ERROR-PARA.
           MOVE HPAYDATA TO PAYMENTREC(7:248).
           CLOSE PAYHISTFILE.

       EARNED-PAY-PARA.
           MOVE 'N' TO EARNED-SW.
           IF EARNFILE-OPEN
              MOVE PEMPID TO EREMPID
              MOVE EARN-PERIOD TO ERPERIOD
              READ EARNPAYFILE
                 INVALID KEY MOVE 'N' TO EARNED-SW
                 NOT INVALID KEY MOVE 'Y' TO EARNED-SW.
           IF EARNED-FOUND
              MOVE ERFIXED TO PAYMENTREC(7:96)
              MOVE ERGRTY TO PGRTY
              MOVE ERHOUSE TO PHOUSE.

       COMPUTE-PARA.
           COMPUTE GROSS = PBASIC + PDA + PCCA + PHRA + PDPA + PPPA
               + PEDUA + PTECHJR + PLUNCHA + PCONVEY + PBUSATR + PLTA
               + PGRTY + PPERINC + PMEDI + PBOOK + PENTER + PTPH
               + PHOUSE + PVEHMAN + PCREDIT + PCLUB.
           COMPUTE TOTAL-DEDUCTION = PPF + PESI + PPTAX + PITAX
               + PLOAN + PLOANDA + POTHERD.
           COMPUTE NET-PAY = GROSS - TOTAL-DEDUCTION.

       PRINT-PARA.
           MOVE "EMPLOYEE CODE" TO SLIP-TEXT-LABEL.
           MOVE PEMPID TO SLIP-TEXT-VALUE.
           PERFORM SLIP-TEXT-PARA.
           MOVE "EMPLOYEE NAME" TO SLIP-TEXT-LABEL.
           MOVE EEMPNAME TO SLIP-TEXT-VALUE.
           PERFORM SLIP-TEXT-PARA.
           IF RUN-PERIOD NOT = SPACES
              MOVE "PAY PERIOD" TO SLIP-TEXT-LABEL
              MOVE RUN-PERIOD TO SLIP-TEXT-VALUE
              PERFORM SLIP-TEXT-PARA.
           PERFORM SLIP-BLANK-PARA.
           MOVE "EARNINGS" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "BASIC" TO SLIP-LABEL.
           MOVE PBASIC TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "DEARNESS ALLOWANCE" TO SLIP-LABEL.
           MOVE PDA TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "CITY COMPENSATORY ALLOWANCE" TO SLIP-LABEL.
           MOVE PCCA TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "HRA" TO SLIP-LABEL.
           MOVE PHRA TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "DPA" TO SLIP-LABEL.
           MOVE PDPA TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "PPA" TO SLIP-LABEL.
           MOVE PPPA TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "EDUCATIONAL ALLOWANCE" TO SLIP-LABEL.
           MOVE PEDUA TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "TECHNICAL JOURNAL" TO SLIP-LABEL.
           MOVE PTECHJR TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "LUNCH ALLOWANCE" TO SLIP-LABEL.
           MOVE PLUNCHA TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "CONVEYANCE" TO SLIP-LABEL.
           MOVE PCONVEY TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "BUSINESS ATTIREMENT" TO SLIP-LABEL.
           MOVE PBUSATR TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "LEAVE TRAVEL ALLOWANCE" TO SLIP-LABEL.
           MOVE PLTA TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "GRATUITY" TO SLIP-LABEL.
           MOVE PGRTY TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "PERFORMANCE INCENTIVE" TO SLIP-LABEL.
           MOVE PPERINC TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "MEDICAL REIMBURSEMENT" TO SLIP-LABEL.
           MOVE PMEDI TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "BOOK REIMBURSEMENT" TO SLIP-LABEL.
           MOVE PBOOK TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "ENTERTAINMENT" TO SLIP-LABEL.
           MOVE PENTER TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "PHONE" TO SLIP-LABEL.
           MOVE PTPH TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "HOUSE RELATED" TO SLIP-LABEL.
           MOVE PHOUSE TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "VEHICLE MAINTENANCE" TO SLIP-LABEL.
           MOVE PVEHMAN TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "CREDIT CARD" TO SLIP-LABEL.
           MOVE PCREDIT TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "CLUB" TO SLIP-LABEL.
           MOVE PCLUB TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "GROSS" TO SLIP-LABEL.
           MOVE GROSS TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           PERFORM SLIP-BLANK-PARA.
           MOVE "DEDUCTIONS" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "PF" TO SLIP-LABEL.
           MOVE PPF TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "ESI" TO SLIP-LABEL.
           MOVE PESI TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "PROFESSIONAL TAX" TO SLIP-LABEL.
           MOVE PPTAX TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "INCOME TAX" TO SLIP-LABEL.
           MOVE PITAX TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "LOAN" TO SLIP-LABEL.
           MOVE PLOAN TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "LOAN DEDUCTION AMOUNT" TO SLIP-LABEL.
           MOVE PLOANDA TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "OTHER DEDUCTION" TO SLIP-LABEL.
           MOVE POTHERD TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           MOVE "TOTAL DEDUCTION" TO SLIP-LABEL.
           MOVE TOTAL-DEDUCTION TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           PERFORM SLIP-BLANK-PARA.
           MOVE "NET PAY" TO SLIP-LABEL.
           MOVE NET-PAY TO SLIP-AMOUNT.
           PERFORM SLIP-AMOUNT-PARA.
           PERFORM SLIP-BLANK-PARA.
           MOVE "LEAVE BALANCE" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "CASUAL LEAVE" TO SLIP-DAYS-LABEL.
           MOVE PCL TO SLIP-DAYS.
           PERFORM SLIP-DAYS-PARA.
           MOVE "SICK LEAVE" TO SLIP-DAYS-LABEL.
           MOVE PSL TO SLIP-DAYS.
           PERFORM SLIP-DAYS-PARA.
           MOVE "PAID LEAVE" TO SLIP-DAYS-LABEL.
           MOVE PPL TO SLIP-DAYS.
           PERFORM SLIP-DAYS-PARA.
           MOVE "LEAVE LOSS OF PAY" TO SLIP-DAYS-LABEL.
           MOVE PLLOP TO SLIP-DAYS.
           PERFORM SLIP-DAYS-PARA.
           IF EARNED-FOUND
              MOVE "PAYABLE DAYS" TO SLIP-DAYS-LABEL
              MOVE ERPAYDAYS TO SLIP-DAYS
              PERFORM SLIP-DAYS-PARA.
           MOVE "OTHER LEAVES" TO SLIP-DAYS-LABEL.
           MOVE POTHERL TO SLIP-DAYS.
           PERFORM SLIP-DAYS-PARA.

       SLIP-TEXT-PARA.
           MOVE SLIP-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       SLIP-AMOUNT-PARA.
           MOVE SLIP-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       SLIP-DAYS-PARA.
           MOVE SLIP-DAYS-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       SLIP-BLANK-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       PRINT-HEADING-PARA.
              PERFORM PRINT-HEADING-PARA.
           WRITE PRINT-REC FROM RPT-LINE.
           ADD 1 TO LINE-COUNT.

       ERROR-PARA.
           CLOSE PAYMENTFILE.
           CLOSE EMPFILE.
           IF EARNFILE-OPEN
              CLOSE EARNPAYFILE.
           CLOSE PRINTFILE.
           DISPLAY "INVALID EMPLOYEE CODE".
           EXIT PROGRAM.
           END PROGRAM PAYSLIP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDIR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

           SELECT DESIGNATIONFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSDES.

           SELECT DEPARTMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPCODE
           FILE STATUS IS FSDEP.

           SELECT SEPARATIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEMPID
           FILE STATUS IS FSSEP.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).
           02 BSTATE   PIC X(2).

       FD DESIGNATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DESIG.DAT".
       01 DESIGNATIONREC.
           02 DESID    PIC X(6).
           02 DESIGN   PIC X(15).
           02 DESHRT   PIC X(4).

       FD DEPARTMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEPART.DAT".
       01 DEPARTMENTREC.
           02 DEPCODE  PIC X(6).
           02 DEPNAME  PIC X(20).

       FD SEPARATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SEPARATE.DAT".
       01 SEPARATIONREC.
           02 SEMPID   PIC X(6).
           02 SSEPDATE PIC X(10).
           02 SREASON  PIC X(20).
           02 SNOTICE  PIC X(1).

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMPDIR.PRT".
       01 PRINT-REC PIC X(132).

       SD WORK-FILE.
       01 WORK-REC.
           02 WGRPID    PIC X(6).
           02 WGRPNAME  PIC X(15).
           02 WEMPID    PIC X(6).
           02 WEMPNAME  PIC X(25).
           02 WBRNID    PIC X(6).
           02 WBRNAME   PIC X(15).
           02 WDESID    PIC X(6).
           02 WDESIGN   PIC X(15).
           02 WDEPID    PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSE   PIC XX.
       77 FSB   PIC XX.
       77 FSDES PIC XX.
       77 FSDEP PIC XX.
       77 FSSEP PIC XX.
       77 FSPRT PIC XX.
       77 RPT-RUN-DATE PIC 9(8).
       77 PAGE-COUNT PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 99 VALUE 99.
       77 PAGE-LIMIT PIC 99 VALUE 60.
       77 CHOICE PIC 9.
       77 SEPFILE-SW PIC X VALUE 'N'.
           88 SEPFILE-OPEN VALUE 'Y'.
       77 SEPARATED-SW PIC X VALUE 'N'.
           88 IS-SEPARATED VALUE 'Y'.
       77 BUILD-EOF-SW PIC X VALUE 'N'.
           88 BUILD-EOF VALUE 'Y'.
       77 DESIG-EOF-SW PIC X VALUE 'N'.
           88 DESIG-EOF VALUE 'Y'.
       77 SORT-EOF-SW PIC X VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.
       77 FIRST-BREAK-SW PIC X VALUE 'Y'.
       77 HOLD-GRPID   PIC X(6) VALUE SPACES.
       77 HOLD-GRPNAME PIC X(15) VALUE SPACES.
       77 DESIG-FOUND-SW PIC X VALUE 'N'.
           88 DESIG-FOUND VALUE 'Y'.
       01 DESIG-TABLE.
           05 DESIG-TABLE-ENTRY OCCURS 500 TIMES.
               10 TDESID   PIC X(6).
               10 TDESIGN  PIC X(15).
       77 DESIG-TABLE-COUNT PIC 9(05) VALUE ZERO.
           88 DESIG-TABLE-FULL VALUE 500.
       77 DESIG-TABLE-SUB   PIC 9(05) VALUE ZERO.
       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40) VALUE "EMPLOYEE DIRECTORY".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
       01 GROUP-LINE.
           02 FILLER      PIC X(2)   VALUE SPACES.
           02 FILLER      PIC X(6)   VALUE "GROUP ".
           02 GRH-GRPID   PIC X(6).
           02 FILLER      PIC X(1)   VALUE SPACES.
           02 GRH-GRPNAME PIC X(15).
           02 FILLER      PIC X(102) VALUE SPACES.
       01 DETAIL-LINE.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 FILLER      PIC X(4)  VALUE "EMP ".
           02 DTL-EMPID   PIC X(6).
           02 FILLER      PIC X(6)  VALUE " NAME ".
           02 DTL-EMPNAME PIC X(25).
           02 FILLER      PIC X(8)  VALUE " BRANCH ".
           02 DTL-BRNID   PIC X(6).
           02 FILLER      PIC X(13) VALUE " DESIGNATION ".
           02 DTL-DESID   PIC X(6).
           02 FILLER      PIC X(12) VALUE " DEPARTMENT ".
           02 DTL-DEPID   PIC X(6).
           02 FILLER      PIC X(38) VALUE SPACES.
       01 RPT-TEXT-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 RPT-TEXT PIC X(130).

       LINKAGE SECTION.
       77 ED-MODE-LK PIC X(1).

       PROCEDURE DIVISION USING ED-MODE-LK.
       MAIN-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           IF ED-MODE-LK = "B"
              MOVE 1 TO CHOICE
           ELSE
              DISPLAY "1 AT COLUMN NUMBER 5. GROUP BY BRANCH"
              DISPLAY "2 AT COLUMN NUMBER 5. GROUP BY DESIGNATION"
              DISPLAY "3 AT COLUMN NUMBER 5. GROUP BY DEPARTMENT"
              DISPLAY "ENTER YOUR CHOICE :" AT COLUMN NUMBER 25
              ACCEPT CHOICE AT COLUMN NUMBER 45.
           OPEN OUTPUT PRINTFILE.
           SORT WORK-FILE ON ASCENDING KEY WGRPID
               INPUT PROCEDURE IS BUILD-PARA
               OUTPUT PROCEDURE IS PRINT-PARA.
           CLOSE PRINTFILE.
           IF ED-MODE-LK NOT = "B"
              DISPLAY "REPORT WRITTEN TO EMPDIR.PRT"
                AT COLUMN NUMBER 1.
           EXIT PROGRAM.

       BUILD-PARA.
           OPEN INPUT DESIGNATIONFILE.
           PERFORM BUILD-DESIG-TABLE-PARA THRU BUILD-DESIG-TABLE-EXIT
              UNTIL DESIG-EOF.
           CLOSE DESIGNATIONFILE.
           IF DESIG-TABLE-FULL
              DISPLAY "DESIGNATION TABLE FULL - SOME CODES NOT LOADED"
                AT COLUMN NUMBER 1.
           OPEN INPUT EMPFILE.
           OPEN INPUT BRANCHFILE.
           OPEN INPUT DEPARTMENTFILE.
           PERFORM OPEN-SEPARATION-PARA.
           PERFORM BUILD-READ-PARA THRU BUILD-READ-EXIT UNTIL BUILD-EOF.
           CLOSE EMPFILE.
           CLOSE BRANCHFILE.
           CLOSE DEPARTMENTFILE.
           IF SEPFILE-OPEN
              CLOSE SEPARATIONFILE.

       OPEN-SEPARATION-PARA.
           OPEN INPUT SEPARATIONFILE.
           IF FSSEP = "00"
              MOVE 'Y' TO SEPFILE-SW
           ELSE
              MOVE 'N' TO SEPFILE-SW.

       CHECK-SEPARATION-PARA.
           MOVE 'N' TO SEPARATED-SW.
           IF SEPFILE-OPEN
              MOVE EEMPID TO SEMPID
              READ SEPARATIONFILE
                 INVALID KEY MOVE 'N' TO SEPARATED-SW
                 NOT INVALID KEY MOVE 'Y' TO SEPARATED-SW.

       BUILD-DESIG-TABLE-PARA.
           READ DESIGNATIONFILE AT END SET DESIG-EOF TO TRUE
               GO TO BUILD-DESIG-TABLE-EXIT.
           IF NOT DESIG-TABLE-FULL
              ADD 1 TO DESIG-TABLE-COUNT
              MOVE DESID TO TDESID(DESIG-TABLE-COUNT)
              MOVE DESIGN TO TDESIGN(DESIG-TABLE-COUNT).
       BUILD-DESIG-TABLE-EXIT.
           EXIT.

       BUILD-READ-PARA.
           READ EMPFILE AT END SET BUILD-EOF TO TRUE
               GO TO BUILD-READ-EXIT.
           PERFORM CHECK-SEPARATION-PARA.
           IF IS-SEPARATED
              GO TO BUILD-READ-EXIT.
           MOVE EBRNID TO BBRID.
           MOVE "UNKNOWN" TO BBRNAME.
           READ BRANCHFILE INVALID KEY
               MOVE "UNKNOWN" TO BBRNAME.
           PERFORM BUILD-DESIG-LOOKUP-PARA.
           MOVE EEMPID TO WEMPID.
           MOVE EEMPNAME TO WEMPNAME.
           MOVE EBRNID TO WBRNID.
           MOVE BBRNAME TO WBRNAME.
           MOVE EDESID TO WDESID.
           MOVE EDEPID TO WDEPID.
           IF CHOICE = 2
              MOVE EDESID TO WGRPID
              MOVE WDESIGN TO WGRPNAME
           ELSE
             IF CHOICE = 3
                PERFORM BUILD-DEPT-LOOKUP-PARA
                MOVE EDEPID TO WGRPID
                MOVE DEPNAME TO WGRPNAME
             ELSE
                MOVE EBRNID TO WGRPID
                MOVE BBRNAME TO WGRPNAME.
           RELEASE WORK-REC.
       BUILD-READ-EXIT.
           EXIT.

       BUILD-DEPT-LOOKUP-PARA.
           MOVE EDEPID TO DEPCODE.
           READ DEPARTMENTFILE INVALID KEY
               MOVE "UNKNOWN" TO DEPNAME.

       BUILD-DESIG-LOOKUP-PARA.
           MOVE 'N' TO DESIG-FOUND-SW.
           MOVE "UNKNOWN" TO WDESIGN.
           MOVE 1 TO DESIG-TABLE-SUB.
           PERFORM BUILD-DESIG-SCAN-PARA
               UNTIL DESIG-TABLE-SUB > DESIG-TABLE-COUNT OR DESIG-FOUND.

       BUILD-DESIG-SCAN-PARA.
           IF TDESID(DESIG-TABLE-SUB) = EDESID
              MOVE TDESIGN(DESIG-TABLE-SUB) TO WDESIGN
              MOVE 'Y' TO DESIG-FOUND-SW
           ELSE
              ADD 1 TO DESIG-TABLE-SUB.

       PRINT-PARA.
           PERFORM PRINT-RETURN-PARA UNTIL SORT-EOF.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "END OF EMPLOYEE DIRECTORY" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       PRINT-RETURN-PARA.
           RETURN WORK-FILE AT END SET SORT-EOF TO TRUE
               GO TO PRINT-RETURN-EXIT.
           IF FIRST-BREAK-SW = 'Y'
              MOVE WGRPID TO HOLD-GRPID
              MOVE WGRPNAME TO HOLD-GRPNAME
              MOVE 'N' TO FIRST-BREAK-SW
              PERFORM PRINT-GROUP-HEADER-PARA
           ELSE
             IF WGRPID NOT = HOLD-GRPID
                MOVE WGRPID TO HOLD-GRPID
                MOVE WGRPNAME TO HOLD-GRPNAME
                PERFORM PRINT-GROUP-HEADER-PARA.
           MOVE WEMPID TO DTL-EMPID.
           MOVE WEMPNAME TO DTL-EMPNAME.
           MOVE WBRNID TO DTL-BRNID.
           MOVE WDESID TO DTL-DESID.
           MOVE WDEPID TO DTL-DEPID.
           MOVE DETAIL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
       PRINT-RETURN-EXIT.
           EXIT.

       PRINT-GROUP-HEADER-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE HOLD-GRPID TO GRH-GRPID.
           MOVE HOLD-GRPNAME TO GRH-GRPNAME.
           MOVE GROUP-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       PRINT-HEADING-PARA.
           ADD 1 TO PAGE-COUNT.
           MOVE RPT-RUN-DATE TO HDG-DATE.
           MOVE PAGE-COUNT TO HDG-PAGE.
           WRITE PRINT-REC FROM HDG-LINE-1.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 2 TO LINE-COUNT.

       PRINT-LINE-PARA.
           IF LINE-COUNT > PAGE-LIMIT
              PERFORM PRINT-HEADING-PARA.
           WRITE PRINT-REC FROM RPT-LINE.
           ADD 1 TO LINE-COUNT.
           END PROGRAM EMPDIR.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVHIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVISIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RREVID
           ALTERNATE RECORD KEY IS REMPID WITH DUPLICATES
           FILE STATUS IS FSR.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPRT.

           SELECT WORK-FILE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD REVISIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REVISION.DAT".
       01 REVISIONREC.
           02 RREVID   PIC X(6).
           02 REMPID   PIC X(6).
           02 RDESCODE PIC X(6).
           02 RBASIC   PIC 9(6)V99.
           02 RHRA     PIC 9(6)V99.
           02 RDPA     PIC 9(6)V99.
           02 RPPA     PIC 9(6)V99.
           02 REDUA    PIC 9(6)V99.
           02 RTECHJR  PIC 9(6)V99.
           02 RLUNCHA  PIC 9(6)V99.
           02 RCONVEY  PIC 9(6)V99.
           02 RBUSATR  PIC 9(6)V99.
           02 RLTA     PIC 9(6)V99.
           02 RPF      PIC 9(6)V99.
           02 RESI     PIC 9(6)V99.
           02 RREVDATE PIC X(10).

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REVHIST.PRT".
       01 PRINT-REC PIC X(132).

       SD WORK-FILE.
       01 WORK-REC.
           02 WEMPID   PIC X(6).
           02 WREVDATE PIC X(10).
           02 WREVID   PIC X(6).
           02 WBASIC   PIC 9(6)V99.
           02 WHRA     PIC 9(6)V99.
           02 WDPA     PIC 9(6)V99.
           02 WPPA     PIC 9(6)V99.

       WORKING-STORAGE SECTION.
       77 FSR   PIC XX.
       77 FSPRT PIC XX.
       77 RPT-RUN-DATE PIC 9(8).
       77 PAGE-COUNT PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 99 VALUE 99.
       77 PAGE-LIMIT PIC 99 VALUE 60.
       77 SEARCH-EMPID PIC X(6).
       77 HOLD-EMPID PIC X(6) VALUE SPACES.
       77 FIRST-BREAK-SW PIC X VALUE 'Y'.
       77 BUILD-EOF-SW PIC X VALUE 'N'.
           88 BUILD-EOF VALUE 'Y'.
       77 SORT-EOF-SW PIC X VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.
       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40) VALUE "SALARY REVISION HISTORY".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
       01 EMP-LINE.
           02 FILLER     PIC X(2)   VALUE SPACES.
           02 FILLER     PIC X(9)   VALUE "EMPLOYEE ".
           02 EMH-EMPID  PIC X(6).
           02 FILLER     PIC X(115) VALUE SPACES.
       01 DETAIL-LINE.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 FILLER      PIC X(9)  VALUE "REVISION ".
           02 DTL-REVID   PIC X(6).
           02 FILLER      PIC X(6)  VALUE " DATE ".
           02 DTL-REVDATE PIC X(10).
           02 FILLER      PIC X(7)  VALUE " BASIC ".
           02 DTL-BASIC   PIC ZZZZZ9.99.
           02 FILLER      PIC X(5)  VALUE " HRA ".
           02 DTL-HRA     PIC ZZZZZ9.99.
           02 FILLER      PIC X(5)  VALUE " DPA ".
           02 DTL-DPA     PIC ZZZZZ9.99.
           02 FILLER      PIC X(5)  VALUE " PPA ".
           02 DTL-PPA     PIC ZZZZZ9.99.
           02 FILLER      PIC X(41) VALUE SPACES.
       01 RPT-TEXT-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 RPT-TEXT PIC X(130).

       LINKAGE SECTION.
       77 RH-MODE-LK PIC X(1).

       PROCEDURE DIVISION USING RH-MODE-LK.
       MAIN-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           IF RH-MODE-LK = "B"
              MOVE SPACES TO SEARCH-EMPID
           ELSE
              DISPLAY "ENTER EMPLOYEE CODE :" AT COLUMN NUMBER 1
              ACCEPT SEARCH-EMPID AT COLUMN NUMBER 35.
           OPEN OUTPUT PRINTFILE.
           SORT WORK-FILE ON ASCENDING KEY WEMPID WREVDATE
               INPUT PROCEDURE IS BUILD-PARA
               OUTPUT PROCEDURE IS PRINT-PARA.
           CLOSE PRINTFILE.
           IF RH-MODE-LK NOT = "B"
              DISPLAY "REPORT WRITTEN TO REVHIST.PRT"
                AT COLUMN NUMBER 1.
           EXIT PROGRAM.

       BUILD-PARA.
           OPEN INPUT REVISIONFILE.
           IF SEARCH-EMPID = SPACES
              PERFORM BUILD-ALL-PARA UNTIL BUILD-EOF
           ELSE
              PERFORM BUILD-START-PARA.
           CLOSE REVISIONFILE.

       BUILD-START-PARA.
           MOVE SEARCH-EMPID TO REMPID.
           START REVISIONFILE KEY IS EQUAL REMPID
               INVALID KEY SET BUILD-EOF TO TRUE.
           IF NOT BUILD-EOF
              PERFORM BUILD-READ-PARA UNTIL BUILD-EOF.

       BUILD-ALL-PARA.
           READ REVISIONFILE NEXT RECORD AT END SET BUILD-EOF TO TRUE
               GO TO BUILD-ALL-EXIT.
           PERFORM BUILD-RELEASE-PARA.
       BUILD-ALL-EXIT.
           EXIT.
           RECORD KEY IS LEMPID
           FILE STATUS IS FSL.

           SELECT LEAVETRANSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LTLEVID
           ALTERNATE RECORD KEY IS LTEMPID WITH DUPLICATES
           FILE STATUS IS FSLT.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPRT.
           02 LTODATE   PIC X(10).
           02 LLEVCAT   PIC X(3).

       FD LEAVETRANSFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LEAVETRN.DAT".
       01 LEAVETRANSREC.
           02 LTLEVID  PIC X(6).
           02 LTEMPID  PIC X(6).
           02 LTFMDATE PIC X(10).
           02 LTTODATE PIC X(10).
           02 LTLEVCAT PIC X(3).
           02 LTDAYS   PIC 999.

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LVRECON.PRT".
       77 FSP PIC XX.
       77 FSL PIC XX.
       77 FSPRT PIC XX.
       77 FSLT  PIC XX.
       77 RPT-RUN-DATE PIC 9(8).
       77 PAGE-COUNT PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 99 VALUE 99.
           88 PAY-EOF VALUE 'Y'.
       77 LEAVE-FOUND-SW PIC X VALUE 'N'.
           88 LEAVE-FOUND VALUE 'Y'.
       77 LVFILE-SW PIC X VALUE 'N'.
           88 LVFILE-OPEN VALUE 'Y'.
       77 TRANS-EOF-SW PIC X VALUE 'N'.
           88 TRANS-EOF VALUE 'Y'.
       77 LEAVE-YEAR PIC X(4) VALUE SPACES.
       77 BAL-CL PIC S9(5) VALUE 0.
       77 BAL-SL PIC S9(5) VALUE 0.
       77 BAL-PL PIC S9(5) VALUE 0.
       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           OPEN OUTPUT PRINTFILE.
           OPEN INPUT PAYMENTFILE.
           OPEN INPUT LEAVEFILE.
           MOVE RPT-RUN-DATE(1:4) TO LEAVE-YEAR.
           OPEN INPUT LEAVETRANSFILE.
           IF FSLT = "00"
              MOVE 'Y' TO LVFILE-SW
           ELSE
              MOVE 'N' TO LVFILE-SW.
           PERFORM READ-PARA THRU READ-EXIT UNTIL PAY-EOF.
           CLOSE PAYMENTFILE.
           CLOSE LEAVEFILE.
           IF LVFILE-OPEN
              CLOSE LEAVETRANSFILE.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "END OF RECONCILIATION" TO RPT-TEXT.
              PERFORM CHECK-CATEGORY-PARA
           ELSE
              PERFORM CHECK-NO-RECORD-PARA.
           IF LVFILE-OPEN
              PERFORM CHECK-BALANCE-PARA.
       READ-EXIT.
           EXIT.

       CHECK-BALANCE-PARA.
           MOVE 0 TO BAL-CL BAL-SL BAL-PL.
           MOVE 'N' TO TRANS-EOF-SW.
           MOVE PEMPID TO LTEMPID.
           START LEAVETRANSFILE KEY IS EQUAL LTEMPID
               INVALID KEY SET TRANS-EOF TO TRUE.
           PERFORM BALANCE-READ-PARA
              THRU BALANCE-READ-EXIT UNTIL TRANS-EOF.
           MOVE "OVERDRAWN BALANCE" TO EXC-REASON-TXT.
           IF BAL-CL < 0
              MOVE "CL" TO EXC-REASON-CAT
              PERFORM PRINT-EXCEPTION-PARA.
           IF BAL-SL < 0
              MOVE "SL" TO EXC-REASON-CAT
              PERFORM PRINT-EXCEPTION-PARA.
           IF BAL-PL < 0
              MOVE "PL" TO EXC-REASON-CAT
              PERFORM PRINT-EXCEPTION-PARA.

       BALANCE-READ-PARA.
           READ LEAVETRANSFILE NEXT RECORD AT END
               SET TRANS-EOF TO TRUE
               GO TO BALANCE-READ-EXIT.
           IF LTEMPID NOT = PEMPID
              SET TRANS-EOF TO TRUE
              GO TO BALANCE-READ-EXIT.
           IF LTFMDATE(1:4) NOT = LEAVE-YEAR
              GO TO BALANCE-READ-EXIT.
           IF LTLEVCAT = "CL"
              SUBTRACT LTDAYS FROM BAL-CL
           ELSE
             IF LTLEVCAT = "SL"
                SUBTRACT LTDAYS FROM BAL-SL
             ELSE
               IF LTLEVCAT = "PL"
                  SUBTRACT LTDAYS FROM BAL-PL
               ELSE
                 IF LTLEVCAT = "CCL" OR LTLEVCAT = "BCL"
                    ADD LTDAYS TO BAL-CL
                 ELSE
                   IF LTLEVCAT = "CSL" OR LTLEVCAT = "BSL"
                      ADD LTDAYS TO BAL-SL
                   ELSE
                     IF LTLEVCAT = "CPL" OR LTLEVCAT = "BPL"
                        ADD LTDAYS TO BAL-PL.
       BALANCE-READ-EXIT.
           EXIT.

       CHECK-CATEGORY-PARA.
           IF LLEVCAT = "CL" AND PCL = 0
              PERFORM PRINT-MISMATCH-PARA
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD CONFIRMATIONFILE
           LABEL RECORDS ARE STANDARD
           RECORD KEY IS GMCOMP
           FILE STATUS IS FSGM.

           SELECT STATRATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SRKEY
           FILE STATUS IS FSSR.

           SELECT STATCONTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SCKEY
           FILE STATUS IS FSSC.

           SELECT EARNPAYFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ERKEY
           FILE STATUS IS FSER.

           SELECT DEPTHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DHKEY
           FILE STATUS IS FSDH.

           SELECT LVPOLICYFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LPGRADE
           FILE STATUS IS FSLP.

           SELECT CLAIMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLKEY
           FILE STATUS IS FSCL.

           SELECT CLMLIMITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CMGRADE
           FILE STATUS IS FSCM.

           SELECT SUPPLINEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SLKEY
           FILE STATUS IS FSSL.

           SELECT SUPPHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SHKEY
           FILE STATUS IS FSSH.

           SELECT PENDCHGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PCKEY
           FILE STATUS IS FSPC.

           SELECT RETAINFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RTFILE
           FILE STATUS IS FSRT.

           SELECT PAYCTLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSCT.
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID PIC X(6).
           02 FILLER PIC X(127).

       FD LEAVEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID PIC X(6).
           02 FILLER PIC X(102).

       FD DESIGNATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TRANSFER.DAT".
       01 TRANSFERREC.
           02 TTRFID PIC X(6).
           02 FILLER PIC X(28).

       FD EMPPERSONALFILE
           LABEL RECORDS ARE STANDARD
           02 GMCOMP  PIC X(8).
           02 FILLER  PIC X(30).

       FD STATRATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "STATRATE.DAT".
       01 STATRATEREC.
           02 SRKEY   PIC X(16).
           02 FILLER  PIC X(36).

       FD STATCONTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "STATCONT.DAT".
       01 STATCONTREC.
           02 SCKEY   PIC X(12).
           02 FILLER  PIC X(58).

       FD EARNPAYFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EARNPAY.DAT".
       01 EARNPAYREC.
           02 ERKEY   PIC X(12).
           02 FILLER  PIC X(119).

       FD DEPTHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEPTHIST.DAT".
       01 DEPTHISTREC.
           02 DHKEY   PIC X(16).
           02 FILLER  PIC X(20).

       FD LVPOLICYFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LVPOLICY.DAT".
       01 LVPOLICYREC.
           02 LPGRADE PIC X(2).
           02 FILLER  PIC X(21).

       FD CLAIMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CLAIM.DAT".
       01 CLAIMREC.
           02 CLKEY   PIC X(22).
           02 FILLER  PIC X(41).

       FD CLMLIMITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CLMLIMIT.DAT".
       01 CLMLIMITREC.
           02 CMGRADE PIC X(2).
           02 FILLER  PIC X(56).

       FD SUPPLINEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SUPPLINE.DAT".
       01 SUPPLINEREC.
           02 SLKEY   PIC X(12).
           02 FILLER  PIC X(39).

       FD SUPPHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SUPPHIST.DAT".
       01 SUPPHISTREC.
           02 SHKEY   PIC X(20).
           02 FILLER  PIC X(62).

       FD PENDCHGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PENDCHG.DAT".
       01 PENDCHGREC.
           02 PCKEY   PIC X(10).
           02 FILLER  PIC X(578).

       FD RETAINFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RETAIN.DAT".
       01 RETAINREC.
           02 RTFILE  PIC X(8).
           02 FILLER  PIC X(28).

       FD PAYCTLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYCTL.DAT".
       01 PAYCTLREC.
           02 CTLPERIOD PIC X(6).
           02 FILLER    PIC X(9).

       FD BKUPFILE
           LABEL RECORDS ARE STANDARD.
       01 BKUPREC          PIC X(588).

       FD CHECKPOINTFILE
           LABEL RECORDS ARE STANDARD
       77 FSTX   PIC XX.
       77 FSDS   PIC XX.
       77 FSGM   PIC XX.
       77 FSSR   PIC XX.
       77 FSSC   PIC XX.
       77 FSER   PIC XX.
       77 FSDH   PIC XX.
       77 FSLP   PIC XX.
       77 FSCL   PIC XX.
       77 FSCM   PIC XX.
       77 FSSL   PIC XX.
       77 FSSH   PIC XX.
       77 FSPC   PIC XX.
       77 FSRT   PIC XX.
       77 FSCT   PIC XX.
       77 FSBK   PIC XX.
       77 FSCHKP PIC XX.
           PERFORM BACKUP-GRADE-PARA.
           PERFORM BACKUP-TRANSFER-PARA.
           PERFORM BACKUP-EMPPERSONAL-PARA.
           PERFORM BACKUP-BANK-PARA THRU BACKUP-BANK-EXIT.
           PERFORM BACKUP-LEAVETRANS-PARA THRU BACKUP-LEAVETRANS-EXIT.
           PERFORM BACKUP-SEPARATION-PARA THRU BACKUP-SEPARATION-EXIT.
           PERFORM BACKUP-LOAN-PARA THRU BACKUP-LOAN-EXIT.
           PERFORM BACKUP-LOANTXN-PARA THRU BACKUP-LOANTXN-EXIT.
           PERFORM BACKUP-OPERATOR-PARA THRU BACKUP-OPERATOR-EXIT.
           PERFORM BACKUP-PAYHIST-PARA THRU BACKUP-PAYHIST-EXIT.
           PERFORM BACKUP-ATTEND-PARA THRU BACKUP-ATTEND-EXIT.
           PERFORM BACKUP-ARRPOST-PARA THRU BACKUP-ARRPOST-EXIT.
           PERFORM BACKUP-TAXSLAB-PARA THRU BACKUP-TAXSLAB-EXIT.
           PERFORM BACKUP-DISBSTAT-PARA THRU BACKUP-DISBSTAT-EXIT.
           PERFORM BACKUP-GLMAP-PARA THRU BACKUP-GLMAP-EXIT.
           PERFORM BACKUP-STATRATE-PARA THRU BACKUP-STATRATE-EXIT.
           PERFORM BACKUP-STATCONT-PARA THRU BACKUP-STATCONT-EXIT.
           PERFORM BACKUP-EARNPAY-PARA THRU BACKUP-EARNPAY-EXIT.
           PERFORM BACKUP-DEPTHIST-PARA THRU BACKUP-DEPTHIST-EXIT.
           PERFORM BACKUP-LVPOLICY-PARA THRU BACKUP-LVPOLICY-EXIT.
           PERFORM BACKUP-CLAIM-PARA THRU BACKUP-CLAIM-EXIT.
           PERFORM BACKUP-CLMLIMIT-PARA THRU BACKUP-CLMLIMIT-EXIT.
           PERFORM BACKUP-SUPPLINE-PARA THRU BACKUP-SUPPLINE-EXIT.
           PERFORM BACKUP-SUPPHIST-PARA THRU BACKUP-SUPPHIST-EXIT.
           PERFORM BACKUP-PENDCHG-PARA THRU BACKUP-PENDCHG-EXIT.
           PERFORM BACKUP-RETAIN-PARA THRU BACKUP-RETAIN-EXIT.
           PERFORM BACKUP-PAYCTL-PARA.
           PERFORM WRITE-CHECKPOINT-PARA.
           DISPLAY "NIGHTLY BACKUP COMPLETE".
           OPEN INPUT EMPFILE.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-EMP-COPY-PARA THRU BACKUP-EMP-COPY-EXIT
              UNTIL COPY-EOF.
           CLOSE EMPFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
           OPEN INPUT LEAVEFILE.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-LEAVE-COPY-PARA THRU BACKUP-LEAVE-COPY-EXIT
              UNTIL COPY-EOF.
           CLOSE LEAVEFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
           OPEN INPUT BRANCHFILE.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-BRANCH-COPY-PARA THRU BACKUP-BRANCH-COPY-EXIT
              UNTIL COPY-EOF.
           CLOSE BRANCHFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
           OPEN INPUT DESIGNATIONFILE.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-DESIG-COPY-PARA THRU BACKUP-DESIG-COPY-EXIT
              UNTIL COPY-EOF.
           CLOSE DESIGNATIONFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
           OPEN INPUT DEPARTMENTFILE.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-DEPT-COPY-PARA THRU BACKUP-DEPT-COPY-EXIT
              UNTIL COPY-EOF.
           CLOSE DEPARTMENTFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
           OPEN INPUT REVISIONFILE.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-REVISION-COPY-PARA
              THRU BACKUP-REVISION-COPY-EXIT UNTIL COPY-EOF.
           CLOSE REVISIONFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
           OPEN INPUT PAYMENTFILE.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-PAYMENT-COPY-PARA
              THRU BACKUP-PAYMENT-COPY-EXIT UNTIL COPY-EOF.
           CLOSE PAYMENTFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
           OPEN INPUT CONFIRMATIONFILE.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-CONFIRMATION-COPY-PARA
              THRU BACKUP-CONFIRMATION-COPY-EXIT UNTIL COPY-EOF.
           CLOSE CONFIRMATIONFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
           OPEN INPUT GRADEFILE.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-GRADE-COPY-PARA THRU BACKUP-GRADE-COPY-EXIT
              UNTIL COPY-EOF.
           CLOSE GRADEFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
           OPEN INPUT TRANSFERFILE.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-TRANSFER-COPY-PARA
              THRU BACKUP-TRANSFER-COPY-EXIT UNTIL COPY-EOF.
           CLOSE TRANSFERFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
           OPEN INPUT EMPPERSONALFILE.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-EMPPERSONAL-COPY-PARA
              THRU BACKUP-EMPPERSONAL-COPY-EXIT UNTIL COPY-EOF.
           CLOSE EMPPERSONALFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
              GO TO BACKUP-BANK-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-BANK-COPY-PARA THRU BACKUP-BANK-COPY-EXIT
              UNTIL COPY-EOF.
           CLOSE BANKFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
              GO TO BACKUP-LEAVETRANS-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-LEAVETRANS-COPY-PARA
              THRU BACKUP-LEAVETRANS-COPY-EXIT UNTIL COPY-EOF.
           CLOSE LEAVETRANSFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
              GO TO BACKUP-SEPARATION-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-SEPARATION-COPY-PARA
              THRU BACKUP-SEPARATION-COPY-EXIT UNTIL COPY-EOF.
           CLOSE SEPARATIONFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
              GO TO BACKUP-LOAN-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-LOAN-COPY-PARA THRU BACKUP-LOAN-COPY-EXIT
              UNTIL COPY-EOF.
           CLOSE LOANFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
              GO TO BACKUP-LOANTXN-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-LOANTXN-COPY-PARA
              THRU BACKUP-LOANTXN-COPY-EXIT UNTIL COPY-EOF.
           CLOSE LOANTXNFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
              GO TO BACKUP-OPERATOR-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-OPERATOR-COPY-PARA
              THRU BACKUP-OPERATOR-COPY-EXIT UNTIL COPY-EOF.
           CLOSE OPERATORFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
              GO TO BACKUP-PAYHIST-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-PAYHIST-COPY-PARA
              THRU BACKUP-PAYHIST-COPY-EXIT UNTIL COPY-EOF.
           CLOSE PAYHISTFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
              GO TO BACKUP-ATTEND-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-ATTEND-COPY-PARA THRU BACKUP-ATTEND-COPY-EXIT
              UNTIL COPY-EOF.
           CLOSE ATTENDANCEFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
              GO TO BACKUP-ARRPOST-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-ARRPOST-COPY-PARA
              THRU BACKUP-ARRPOST-COPY-EXIT UNTIL COPY-EOF.
           CLOSE ARRPOSTFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
              GO TO BACKUP-TAXSLAB-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-TAXSLAB-COPY-PARA
              THRU BACKUP-TAXSLAB-COPY-EXIT UNTIL COPY-EOF.
           CLOSE TAXSLABFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
              GO TO BACKUP-DISBSTAT-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-DISBSTAT-COPY-PARA
              THRU BACKUP-DISBSTAT-COPY-EXIT UNTIL COPY-EOF.
           CLOSE DISBSTATFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
              GO TO BACKUP-GLMAP-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-GLMAP-COPY-PARA THRU BACKUP-GLMAP-COPY-EXIT
              UNTIL COPY-EOF.
           CLOSE GLMAPFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
       BACKUP-GLMAP-COPY-EXIT.
           EXIT.

       BACKUP-STATRATE-PARA.
           STRING "STATRATE" DATE-STAMP ".BAK" DELIMITED BY SIZE
               INTO BKUP-NAME.
           OPEN INPUT STATRATEFILE.
           IF FSSR NOT = "00"
              GO TO BACKUP-STATRATE-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-STATRATE-COPY-PARA
              THRU BACKUP-STATRATE-COPY-EXIT UNTIL COPY-EOF.
           CLOSE STATRATEFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
       BACKUP-STATRATE-EXIT.
           EXIT.

       BACKUP-STATRATE-COPY-PARA.
           READ STATRATEFILE AT END SET COPY-EOF TO TRUE
               GO TO BACKUP-STATRATE-COPY-EXIT.
           MOVE SPACES TO BKUPREC.
           MOVE STATRATEREC TO BKUPREC.
           WRITE BKUPREC.
       BACKUP-STATRATE-COPY-EXIT.
           EXIT.

       BACKUP-STATCONT-PARA.
           STRING "STATCONT" DATE-STAMP ".BAK" DELIMITED BY SIZE
               INTO BKUP-NAME.
           OPEN INPUT STATCONTFILE.
           IF FSSC NOT = "00"
              GO TO BACKUP-STATCONT-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-STATCONT-COPY-PARA
              THRU BACKUP-STATCONT-COPY-EXIT UNTIL COPY-EOF.
           CLOSE STATCONTFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
       BACKUP-STATCONT-EXIT.
           EXIT.

       BACKUP-STATCONT-COPY-PARA.
           READ STATCONTFILE AT END SET COPY-EOF TO TRUE
               GO TO BACKUP-STATCONT-COPY-EXIT.
           MOVE SPACES TO BKUPREC.
           MOVE STATCONTREC TO BKUPREC.
           WRITE BKUPREC.
       BACKUP-STATCONT-COPY-EXIT.
           EXIT.

       BACKUP-EARNPAY-PARA.
           STRING "EARNPAY" DATE-STAMP ".BAK" DELIMITED BY SIZE
               INTO BKUP-NAME.
           OPEN INPUT EARNPAYFILE.
           IF FSER NOT = "00"
              GO TO BACKUP-EARNPAY-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-EARNPAY-COPY-PARA
              THRU BACKUP-EARNPAY-COPY-EXIT UNTIL COPY-EOF.
           CLOSE EARNPAYFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
       BACKUP-EARNPAY-EXIT.
           EXIT.

       BACKUP-EARNPAY-COPY-PARA.
           READ EARNPAYFILE AT END SET COPY-EOF TO TRUE
               GO TO BACKUP-EARNPAY-COPY-EXIT.
           MOVE SPACES TO BKUPREC.
           MOVE EARNPAYREC TO BKUPREC.
           WRITE BKUPREC.
       BACKUP-EARNPAY-COPY-EXIT.
           EXIT.

       BACKUP-DEPTHIST-PARA.
           STRING "DEPTHIST" DATE-STAMP ".BAK" DELIMITED BY SIZE
               INTO BKUP-NAME.
           OPEN INPUT DEPTHISTFILE.
           IF FSDH NOT = "00"
              GO TO BACKUP-DEPTHIST-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-DEPTHIST-COPY-PARA
              THRU BACKUP-DEPTHIST-COPY-EXIT UNTIL COPY-EOF.
           CLOSE DEPTHISTFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
       BACKUP-DEPTHIST-EXIT.
           EXIT.

       BACKUP-DEPTHIST-COPY-PARA.
           READ DEPTHISTFILE AT END SET COPY-EOF TO TRUE
               GO TO BACKUP-DEPTHIST-COPY-EXIT.
           MOVE SPACES TO BKUPREC.
           MOVE DEPTHISTREC TO BKUPREC.
           WRITE BKUPREC.
       BACKUP-DEPTHIST-COPY-EXIT.
           EXIT.

       BACKUP-LVPOLICY-PARA.
           STRING "LVPOLICY" DATE-STAMP ".BAK" DELIMITED BY SIZE
               INTO BKUP-NAME.
           OPEN INPUT LVPOLICYFILE.
           IF FSLP NOT = "00"
              GO TO BACKUP-LVPOLICY-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-LVPOLICY-COPY-PARA
              THRU BACKUP-LVPOLICY-COPY-EXIT UNTIL COPY-EOF.
           CLOSE LVPOLICYFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
       BACKUP-LVPOLICY-EXIT.
           EXIT.

       BACKUP-LVPOLICY-COPY-PARA.
           READ LVPOLICYFILE AT END SET COPY-EOF TO TRUE
               GO TO BACKUP-LVPOLICY-COPY-EXIT.
           MOVE SPACES TO BKUPREC.
           MOVE LVPOLICYREC TO BKUPREC.
           WRITE BKUPREC.
       BACKUP-LVPOLICY-COPY-EXIT.
           EXIT.

       BACKUP-CLAIM-PARA.
           STRING "CLAIM" DATE-STAMP ".BAK" DELIMITED BY SIZE
               INTO BKUP-NAME.
           OPEN INPUT CLAIMFILE.
           IF FSCL NOT = "00"
              GO TO BACKUP-CLAIM-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-CLAIM-COPY-PARA
              THRU BACKUP-CLAIM-COPY-EXIT UNTIL COPY-EOF.
           CLOSE CLAIMFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
       BACKUP-CLAIM-EXIT.
           EXIT.

       BACKUP-CLAIM-COPY-PARA.
           READ CLAIMFILE AT END SET COPY-EOF TO TRUE
               GO TO BACKUP-CLAIM-COPY-EXIT.
           MOVE SPACES TO BKUPREC.
           MOVE CLAIMREC TO BKUPREC.
           WRITE BKUPREC.
       BACKUP-CLAIM-COPY-EXIT.
           EXIT.

       BACKUP-CLMLIMIT-PARA.
           STRING "CLMLIMIT" DATE-STAMP ".BAK" DELIMITED BY SIZE
               INTO BKUP-NAME.
           OPEN INPUT CLMLIMITFILE.
           IF FSCM NOT = "00"
              GO TO BACKUP-CLMLIMIT-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-CLMLIMIT-COPY-PARA
              THRU BACKUP-CLMLIMIT-COPY-EXIT UNTIL COPY-EOF.
           CLOSE CLMLIMITFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
       BACKUP-CLMLIMIT-EXIT.
           EXIT.

       BACKUP-CLMLIMIT-COPY-PARA.
           READ CLMLIMITFILE AT END SET COPY-EOF TO TRUE
               GO TO BACKUP-CLMLIMIT-COPY-EXIT.
           MOVE SPACES TO BKUPREC.
           MOVE CLMLIMITREC TO BKUPREC.
           WRITE BKUPREC.
       BACKUP-CLMLIMIT-COPY-EXIT.
           EXIT.

       BACKUP-SUPPLINE-PARA.
           STRING "SUPPLINE" DATE-STAMP ".BAK" DELIMITED BY SIZE
               INTO BKUP-NAME.
           OPEN INPUT SUPPLINEFILE.
           IF FSSL NOT = "00"
              GO TO BACKUP-SUPPLINE-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-SUPPLINE-COPY-PARA
              THRU BACKUP-SUPPLINE-COPY-EXIT UNTIL COPY-EOF.
           CLOSE SUPPLINEFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
       BACKUP-SUPPLINE-EXIT.
           EXIT.

       BACKUP-SUPPLINE-COPY-PARA.
           READ SUPPLINEFILE AT END SET COPY-EOF TO TRUE
               GO TO BACKUP-SUPPLINE-COPY-EXIT.
           MOVE SPACES TO BKUPREC.
           MOVE SUPPLINEREC TO BKUPREC.
           WRITE BKUPREC.
       BACKUP-SUPPLINE-COPY-EXIT.
           EXIT.

       BACKUP-SUPPHIST-PARA.
           STRING "SUPPHIST" DATE-STAMP ".BAK" DELIMITED BY SIZE
               INTO BKUP-NAME.
           OPEN INPUT SUPPHISTFILE.
           IF FSSH NOT = "00"
              GO TO BACKUP-SUPPHIST-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-SUPPHIST-COPY-PARA
              THRU BACKUP-SUPPHIST-COPY-EXIT UNTIL COPY-EOF.
           CLOSE SUPPHISTFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
       BACKUP-SUPPHIST-EXIT.
           EXIT.

       BACKUP-SUPPHIST-COPY-PARA.
           READ SUPPHISTFILE AT END SET COPY-EOF TO TRUE
               GO TO BACKUP-SUPPHIST-COPY-EXIT.
           MOVE SPACES TO BKUPREC.
           MOVE SUPPHISTREC TO BKUPREC.
           WRITE BKUPREC.
       BACKUP-SUPPHIST-COPY-EXIT.
           EXIT.

       BACKUP-PENDCHG-PARA.
           STRING "PENDCHG" DATE-STAMP ".BAK" DELIMITED BY SIZE
               INTO BKUP-NAME.
           OPEN INPUT PENDCHGFILE.
           IF FSPC NOT = "00"
              GO TO BACKUP-PENDCHG-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-PENDCHG-COPY-PARA
              THRU BACKUP-PENDCHG-COPY-EXIT UNTIL COPY-EOF.
           CLOSE PENDCHGFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
       BACKUP-PENDCHG-EXIT.
           EXIT.

       BACKUP-PENDCHG-COPY-PARA.
           READ PENDCHGFILE AT END SET COPY-EOF TO TRUE
               GO TO BACKUP-PENDCHG-COPY-EXIT.
           MOVE SPACES TO BKUPREC.
           MOVE PENDCHGREC TO BKUPREC.
           WRITE BKUPREC.
       BACKUP-PENDCHG-COPY-EXIT.
           EXIT.

       BACKUP-RETAIN-PARA.
           STRING "RETAIN" DATE-STAMP ".BAK" DELIMITED BY SIZE
               INTO BKUP-NAME.
           OPEN INPUT RETAINFILE.
           IF FSRT NOT = "00"
              GO TO BACKUP-RETAIN-EXIT.
           OPEN OUTPUT BKUPFILE.
           MOVE 'N' TO COPY-EOF-SW.
           PERFORM BACKUP-RETAIN-COPY-PARA
              THRU BACKUP-RETAIN-COPY-EXIT UNTIL COPY-EOF.
           CLOSE RETAINFILE.
           CLOSE BKUPFILE.
           PERFORM LOG-CHECKPOINT-PARA.
       BACKUP-RETAIN-EXIT.
           EXIT.

       BACKUP-RETAIN-COPY-PARA.
           READ RETAINFILE AT END SET COPY-EOF TO TRUE
               GO TO BACKUP-RETAIN-COPY-EXIT.
           MOVE SPACES TO BKUPREC.
           MOVE RETAINREC TO BKUPREC.
           WRITE BKUPREC.
       BACKUP-RETAIN-COPY-EXIT.
           EXIT.

       BACKUP-PAYCTL-PARA.
           STRING "PAYCTL" DATE-STAMP ".BAK" DELIMITED BY SIZE
               INTO BKUP-NAME.
           DISPLAY "9 AT COLUMN NUMBER 5. FULL AND FINAL SETTLEMENT".
           DISPLAY "10 AT COLUMN NUMBER 5. EMPLOYEE LOAN STATEMENT".
           DISPLAY "11 AT COLUMN NUMBER 5. PAYROLL VARIANCE REPORT".
           DISPLAY "12 AT COLUMN NUMBER 5. DEPARTMENT COST REPORT".
           DISPLAY "13 AT COLUMN NUMBER 5. CLAIMS REGISTER".
           DISPLAY "14 AT COLUMN NUMBER 5. CHANGES AWAITING APPROVAL".
           DISPLAY "15 AT COLUMN NUMBER 5. HEADCOUNT MOVEMENT REPORT".
           DISPLAY "16 AT COLUMN NUMBER 5. EXIT".
           DISPLAY "ENTER YOUR CHOICE :" AT COLUMN NUMBER 25.
           ACCEPT CHOICE AT COLUMN NUMBER 45.
           IF CHOICE = 15
              CALL "HCMOVE" USING RPT-MODE RPT-PERIOD
              CANCEL "HCMOVE"
              GO TO MAIN-PARA.
           IF CHOICE = 14
              CALL "PENDRPT" USING RPT-MODE RPT-PERIOD
              CANCEL "PENDRPT"
              GO TO MAIN-PARA.
           IF CHOICE = 13
              CALL "CLMREG" USING RPT-MODE RPT-PERIOD
              CANCEL "CLMREG"
              GO TO MAIN-PARA.
           IF CHOICE = 12
              CALL "DEPTCOST" USING RPT-MODE RPT-PERIOD
              CANCEL "DEPTCOST"
              GO TO MAIN-PARA.
           IF CHOICE = 1
              CALL "PAYBRREG" USING RPT-MODE RPT-PERIOD
              CANCEL "PAYBRREG"
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.

       LINKAGE SECTION.
       77 OPERATOR-USER-LK PIC X(8).
       77 OPERATOR-ROLE-LK PIC X(1).

       SCREEN SECTION.
       01 CLEAR-SCREEN.
           02 BLANK SCREEN.

       PROCEDURE DIVISION USING OPERATOR-USER-LK OPERATOR-ROLE-LK.
       MAIN-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           DISPLAY "*******************************************"
           DISPLAY "14 AT COLUMN NUMBER 5. GL JOURNAL EXPORT".
           DISPLAY "15 AT COLUMN NUMBER 5. SET OPEN PAY PERIOD".
           DISPLAY "16 AT COLUMN NUMBER 5. GRADE FILE LAYOUT CONVERSION".
           DISPLAY "17 AT COLUMN NUMBER 5. STATUTORY CONTRIBUTION RUN".
           DISPLAY "18 AT COLUMN NUMBER 5. BRANCH LAYOUT CONVERSION".
           DISPLAY "19 AT COLUMN NUMBER 5. EARNED PAY PRO-RATION RUN".
           DISPLAY "20 AT COLUMN NUMBER 5. EMPLOYEE LAYOUT CONVERSION".
           DISPLAY "21 AT COLUMN NUMBER 5. LEAVE YEAR OPENING CREDIT".
           DISPLAY "22 AT COLUMN NUMBER 5. LEAVE YEAR-END CLOSE".
           DISPLAY "23 AT COLUMN NUMBER 5. POST APPROVED CLAIMS".
           DISPLAY "24 AT COLUMN NUMBER 5. SUPPLEMENTARY PAYROLL RUN".
           DISPLAY "25 AT COLUMN NUMBER 5. TRANSFER LAYOUT CONVERSION".
           DISPLAY "26 AT COLUMN NUMBER 5. DATA RETENTION ARCHIVE RUN".
           DISPLAY "27 AT COLUMN NUMBER 5. PAY CONTROL CONVERSION".
           DISPLAY "28 AT COLUMN NUMBER 5. EXIT".
           DISPLAY "ENTER YOUR CHOICE :" AT COLUMN NUMBER 25.
           ACCEPT CHOICE AT COLUMN NUMBER 45.
           IF CHOICE = 26 AND OPERATOR-ROLE-LK NOT = "S"
              DISPLAY "ARCHIVE RUN RESTRICTED TO SUPERVISOR"
                AT COLUMN NUMBER 5
              GO TO MAIN-PARA.
           IF CHOICE = 26
              CALL "DATAARC" USING OPERATOR-USER-LK
              CANCEL "DATAARC"
              GO TO MAIN-PARA.
           IF CHOICE = 27
              CALL "CTLCNV"
              CANCEL "CTLCNV"
              GO TO MAIN-PARA.
           IF CHOICE = 25
              CALL "TRFCNV"
              CANCEL "TRFCNV"
              GO TO MAIN-PARA.
           IF CHOICE = 24
              CALL "SUPPRUN"
              CANCEL "SUPPRUN"
              GO TO MAIN-PARA.
           IF CHOICE = 23
              CALL "CLMPOST"
              CANCEL "CLMPOST"
              GO TO MAIN-PARA.
           IF CHOICE = 21
              CALL "LVOPEN"
              CANCEL "LVOPEN"
              GO TO MAIN-PARA.
           IF CHOICE = 22
              CALL "LVYREND"
              CANCEL "LVYREND"
              GO TO MAIN-PARA.
           IF CHOICE = 19
              CALL "EARNCALC"
              CANCEL "EARNCALC"
              GO TO MAIN-PARA.
           IF CHOICE = 20
              CALL "EMPCNV"
              CANCEL "EMPCNV"
              GO TO MAIN-PARA.
           IF CHOICE = 1
              CALL "PAYCLOSE"
              CANCEL "PAYCLOSE"
                                            CANCEL "GRADECNV"
                                            GO TO MAIN-PARA
                                         ELSE
                                           IF CHOICE = 17
                                              CALL "STATCALC"
                                              CANCEL "STATCALC"
                                              GO TO MAIN-PARA
                                           ELSE
                                             IF CHOICE = 18
                                                CALL "BRNCNV"
                                                CANCEL "BRNCNV"
                                                GO TO MAIN-PARA
                                             ELSE
                                                EXIT PROGRAM.

       SET-PERIOD-PARA.
           DISPLAY "ENTER OPEN PAY PERIOD (YYYYMM) :"
             AT COLUMN NUMBER 5.
           ACCEPT CTL-PERIOD AT COLUMN NUMBER 40.
           IF CTL-PERIOD NOT NUMERIC
              DISPLAY "PERIOD NOT VALID - NOT CHANGED"
                AT COLUMN NUMBER 5
              GO TO MAIN-PARA.
           MOVE "S" TO CTL-FUNC.
           MOVE SPACES TO CTL-JOB.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           DISPLAY "OPEN PAY PERIOD SET TO " CTL-PERIOD
             AT COLUMN NUMBER 5.
           GO TO MAIN-PARA.
           END PROGRAM BATCHMNU.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT PAYHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HKEY
           FILE STATUS IS FSH.

           SELECT ARRPOSTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARREVID
           FILE STATUS IS FSAR.

           SELECT CLAIMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLKEY
           FILE STATUS IS FSCL.

           SELECT EARNPAYFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ERKEY
           FILE STATUS IS FSER.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYHIST.DAT".
       01 PAYHISTREC.
           02 HKEY.
               03 HEMPID   PIC X(6).
               03 HPAYPER  PIC X(6).
           02 HPAYDATA     PIC X(248).

       FD ARRPOSTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ARRPOST.DAT".
       01 ARRPOSTREC.
           02 ARREVID  PIC X(6).
           02 AREMPID  PIC X(6).
           02 ARPERIOD PIC X(6).
           02 ARAMOUNT PIC 9(8)V99.

       FD CLAIMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CLAIM.DAT".
       01 CLAIMREC.
           02 CLKEY.
               03 CLEMPID  PIC X(6).
               03 CLHEAD   PIC X(6).
               03 CLBILLNO PIC X(10).
           02 CLBILLDT   PIC X(10).
           02 CLCLAIMED  PIC 9(6)V99.
           02 CLAPPROVED PIC 9(6)V99.
           02 CLSTATUS   PIC X(1).
           02 CLAPPROVER PIC X(8).
           02 CLPAIDPER  PIC X(6).

       FD EARNPAYFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EARNPAY.DAT".
       01 EARNPAYREC.
           02 ERKEY.
               03 EREMPID  PIC X(6).
               03 ERPERIOD PIC X(6).
           02 ERMTHDAYS PIC 99.
           02 ERLOPDAYS PIC 999.
           02 ERPAYDAYS PIC 99.
           02 ERFIXED.
               03 ERBASIC   PIC 9(6)V99.
               03 ERDA      PIC 9(6)V99.
               03 ERCCA     PIC 9(6)V99.
               03 ERHRA     PIC 9(6)V99.
               03 ERDPA     PIC 9(6)V99.
               03 ERPPA     PIC 9(6)V99.
               03 EREDUA    PIC 9(6)V99.
               03 ERTECHJR  PIC 9(6)V99.
               03 ERLUNCHA  PIC 9(6)V99.
               03 ERCONVEY  PIC 9(6)V99.
               03 ERBUSATR  PIC 9(6)V99.
               03 ERLTA     PIC 9(6)V99.
           02 ERGRTY    PIC 9(6)V99.
           02 ERHOUSE   PIC 9(6)V99.

       WORKING-STORAGE SECTION.
       77 FSP PIC XX.
       77 FSH PIC XX.
       77 FSAR PIC XX.
       77 FSER PIC XX.
       77 FSCL PIC XX.
       77 EARNED-SW PIC X VALUE 'N'.
           88 EARNED-FOUND VALUE 'Y'.
       77 EARNFILE-SW PIC X VALUE 'N'.
           88 EARNFILE-OPEN VALUE 'Y'.
       77 CLOSE-PERIOD PIC X(6).
       77 CLOSE-EOF-SW PIC X VALUE 'N'.
           88 CLOSE-EOF VALUE 'Y'.
       77 ARR-EOF-SW PIC X VALUE 'N'.
           88 ARR-EOF VALUE 'Y'.
       77 ARCHIVE-COUNT PIC 9(5) VALUE 0.
       77 SKIP-COUNT    PIC 9(5) VALUE 0.
       77 REVERSED-COUNT PIC 9(5) VALUE 0.
       77 CLAIM-EOF-SW PIC X VALUE 'N'.
           88 CLAIM-EOF VALUE 'Y'.
       77 CLAIM-REV-COUNT PIC 9(5) VALUE 0.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER PAY PERIOD TO CLOSE (YYYYMM) :"
             AT COLUMN NUMBER 1.
           ACCEPT CLOSE-PERIOD AT COLUMN NUMBER 40.
           IF CLOSE-PERIOD = SPACES
              DISPLAY "NO PERIOD ENTERED - CLOSE ABANDONED"
                AT COLUMN NUMBER 1
              EXIT PROGRAM.
           MOVE "C" TO CTL-FUNC.
           MOVE "PAYCLOSE" TO CTL-JOB.
           MOVE CLOSE-PERIOD TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY = "WP"
              DISPLAY "PERIOD DOES NOT MATCH OPEN CONTROL PERIOD "
                CTL-PERIOD " - CLOSE REFUSED" AT COLUMN NUMBER 1
              EXIT PROGRAM.
           IF CTL-REPLY = "DP"
              DISPLAY "PAYCLOSE ALREADY RUN FOR PERIOD " CTL-PERIOD
                AT COLUMN NUMBER 1
              EXIT PROGRAM.
           IF CTL-REPLY = "NR"
              DISPLAY "PRIOR POSTINGS NOT COMPLETE - CLOSE REFUSED"
                AT COLUMN NUMBER 1
              EXIT PROGRAM.
           OPEN I-O PAYMENTFILE.
           OPEN INPUT EARNPAYFILE.
           IF FSER = "00"
              MOVE 'Y' TO EARNFILE-SW
           ELSE
              MOVE 'N' TO EARNFILE-SW.
           OPEN I-O PAYHISTFILE.
           IF FSH = 30 OR FSH = 35
              OPEN OUTPUT PAYHISTFILE.
           PERFORM CLOSE-READ-PARA THRU CLOSE-READ-EXIT UNTIL CLOSE-EOF.
           PERFORM REVERSE-ARREARS-PARA THRU REVERSE-ARREARS-EXIT.
           PERFORM REVERSE-CLAIMS-PARA THRU REVERSE-CLAIMS-EXIT.
           CLOSE PAYMENTFILE.
           CLOSE PAYHISTFILE.
           IF EARNFILE-OPEN
              CLOSE EARNPAYFILE.
           DISPLAY "RECORDS ARCHIVED :" ARCHIVE-COUNT
             AT COLUMN NUMBER 1.
           DISPLAY "RECORDS ALREADY CLOSED :" SKIP-COUNT
             AT COLUMN NUMBER 1.
           DISPLAY "ARREARS REVERSED :" REVERSED-COUNT
             AT COLUMN NUMBER 1.
           DISPLAY "CLAIMS REVERSED :" CLAIM-REV-COUNT
             AT COLUMN NUMBER 1.
           DISPLAY "MONTH-END CLOSE COMPLETE FOR PERIOD " CLOSE-PERIOD
             AT COLUMN NUMBER 1.
           MOVE "M" TO CTL-FUNC.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           MOVE "N" TO CTL-FUNC.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           DISPLAY "CONTROL ROLLED TO OPEN PERIOD " CTL-PERIOD
             AT COLUMN NUMBER 1.
           EXIT PROGRAM.

       CLOSE-READ-PARA.
           READ PAYMENTFILE NEXT RECORD AT END SET CLOSE-EOF TO TRUE
               GO TO CLOSE-READ-EXIT.
           MOVE PEMPID TO HEMPID.
           PERFORM EARNED-PAY-PARA.
           MOVE CLOSE-PERIOD TO HPAYPER.
           MOVE PAYMENTREC(7:248) TO HPAYDATA.
           WRITE PAYHISTREC
              INVALID KEY
                 ADD 1 TO SKIP-COUNT
                 GO TO CLOSE-READ-EXIT.
           ADD 1 TO ARCHIVE-COUNT.
       CLOSE-READ-EXIT.
           EXIT.

       EARNED-PAY-PARA.
           MOVE 'N' TO EARNED-SW.
           IF EARNFILE-OPEN
              MOVE PEMPID TO EREMPID
              MOVE CLOSE-PERIOD TO ERPERIOD
              READ EARNPAYFILE
                 INVALID KEY MOVE 'N' TO EARNED-SW
                 NOT INVALID KEY MOVE 'Y' TO EARNED-SW.
           IF EARNED-FOUND
              MOVE ERFIXED TO PAYMENTREC(7:96)
              MOVE ERGRTY TO PGRTY
              MOVE ERHOUSE TO PHOUSE.

       REVERSE-ARREARS-PARA.
           OPEN INPUT ARRPOSTFILE.
           IF FSAR NOT = "00"
              GO TO REVERSE-ARREARS-EXIT.
           PERFORM REVERSE-READ-PARA THRU REVERSE-READ-EXIT
              UNTIL ARR-EOF.
           CLOSE ARRPOSTFILE.
       REVERSE-ARREARS-EXIT.
           EXIT.

       REVERSE-READ-PARA.
           READ ARRPOSTFILE AT END SET ARR-EOF TO TRUE
               GO TO REVERSE-READ-EXIT.
           IF ARPERIOD NOT = CLOSE-PERIOD
              GO TO REVERSE-READ-EXIT.
           MOVE AREMPID TO PEMPID.
           READ PAYMENTFILE
              INVALID KEY
                 DISPLAY "  EMP " AREMPID
                   " - ARREARS NOT REVERSED - NO PAYMENT RECORD"
                   AT COLUMN NUMBER 1
                 GO TO REVERSE-READ-EXIT.
           IF ARAMOUNT > PPERINC
              MOVE 0 TO PPERINC
           ELSE
              SUBTRACT ARAMOUNT FROM PPERINC.
           REWRITE PAYMENTREC
              INVALID KEY
                 DISPLAY "  EMP " AREMPID
                   " - ARREARS NOT REVERSED - UPDATE FAILED"
                   AT COLUMN NUMBER 1
                 GO TO REVERSE-READ-EXIT.
           ADD 1 TO REVERSED-COUNT.
       REVERSE-READ-EXIT.
           EXIT.

       REVERSE-CLAIMS-PARA.
           OPEN INPUT CLAIMFILE.
           IF FSCL NOT = "00"
              GO TO REVERSE-CLAIMS-EXIT.
           PERFORM REVERSE-CLAIM-READ-PARA
              THRU REVERSE-CLAIM-READ-EXIT UNTIL CLAIM-EOF.
           CLOSE CLAIMFILE.
       REVERSE-CLAIMS-EXIT.
           EXIT.

       REVERSE-CLAIM-READ-PARA.
           READ CLAIMFILE AT END SET CLAIM-EOF TO TRUE
               GO TO REVERSE-CLAIM-READ-EXIT.
           IF CLSTATUS NOT = "D" OR CLPAIDPER NOT = CLOSE-PERIOD
              GO TO REVERSE-CLAIM-READ-EXIT.
           MOVE CLEMPID TO PEMPID.
           READ PAYMENTFILE
              INVALID KEY
                 DISPLAY "  EMP " CLEMPID
                   " - CLAIM NOT REVERSED - NO PAYMENT RECORD"
                   AT COLUMN NUMBER 1
                 GO TO REVERSE-CLAIM-READ-EXIT.
           PERFORM SUBTRACT-HEAD-PARA.
           REWRITE PAYMENTREC
              INVALID KEY
                 DISPLAY "  EMP " CLEMPID
                   " - CLAIM NOT REVERSED - UPDATE FAILED"
                   AT COLUMN NUMBER 1
                 GO TO REVERSE-CLAIM-READ-EXIT.
           ADD 1 TO CLAIM-REV-COUNT.
       REVERSE-CLAIM-READ-EXIT.
           EXIT.

       SUBTRACT-HEAD-PARA.
           IF CLHEAD = "MEDI"
              IF CLAPPROVED > PMEDI
                 MOVE 0 TO PMEDI
              ELSE
                 SUBTRACT CLAPPROVED FROM PMEDI.
           IF CLHEAD = "BOOK"
              IF CLAPPROVED > PBOOK
                 MOVE 0 TO PBOOK
              ELSE
                 SUBTRACT CLAPPROVED FROM PBOOK.
           IF CLHEAD = "ENTER"
              IF CLAPPROVED > PENTER
                 MOVE 0 TO PENTER
              ELSE
                 SUBTRACT CLAPPROVED FROM PENTER.
           IF CLHEAD = "TPH"
              IF CLAPPROVED > PTPH
                 MOVE 0 TO PTPH
              ELSE
                 SUBTRACT CLAPPROVED FROM PTPH.
           IF CLHEAD = "VEHMAN"
              IF CLAPPROVED > PVEHMAN
                 MOVE 0 TO PVEHMAN
              ELSE
                 SUBTRACT CLAPPROVED FROM PVEHMAN.
           IF CLHEAD = "CREDIT"
              IF CLAPPROVED > PCREDIT
                 MOVE 0 TO PCREDIT
              ELSE
                 SUBTRACT CLAPPROVED FROM PCREDIT.
           IF CLHEAD = "CLUB"
              IF CLAPPROVED > PCLUB
                 MOVE 0 TO PCLUB
              ELSE
                 SUBTRACT CLAPPROVED FROM PCLUB.
           END PROGRAM PAYCLOSE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVAPPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVISIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RREVID
           ALTERNATE RECORD KEY IS REMPID WITH DUPLICATES
           FILE STATUS IS FSR.

           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT WORK-FILE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD REVISIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REVISION.DAT".
       01 REVISIONREC.
           02 RREVID   PIC X(6).
           02 REMPID   PIC X(6).
           02 RDESCODE PIC X(6).
           02 RBASIC   PIC 9(6)V99.
           02 RHRA     PIC 9(6)V99.
           02 RDPA     PIC 9(6)V99.
           02 RPPA     PIC 9(6)V99.
           02 REDUA    PIC 9(6)V99.
           02 RTECHJR  PIC 9(6)V99.
           02 RLUNCHA  PIC 9(6)V99.
           02 RCONVEY  PIC 9(6)V99.
           02 RBUSATR  PIC 9(6)V99.
           02 RLTA     PIC 9(6)V99.
           02 RPF      PIC 9(6)V99.
           02 RESI     PIC 9(6)V99.
           02 RREVDATE PIC X(10).

       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       SD WORK-FILE.
       01 WORK-REC.
           02 WREVDATE PIC X(10).
           02 WREVREC  PIC X(124).

       WORKING-STORAGE SECTION.
       77 FSR PIC XX.
       77 FSP PIC XX.
       77 APPLY-EOF-SW PIC X VALUE 'N'.
           88 APPLY-EOF VALUE 'Y'.
       77 SORT-EOF-SW PIC X VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.
       77 RUN-DATE      PIC 9(8).
       77 REV-DUE-DATE  PIC 9(8).
       77 APPLIED-COUNT PIC 9(5) VALUE 0.
       77 SKIPPED-COUNT PIC 9(5) VALUE 0.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "C" TO CTL-FUNC.
           MOVE "REVAPPLY" TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY = "DP"
              DISPLAY "REVAPPLY ALREADY RUN FOR PERIOD " CTL-PERIOD
              EXIT PROGRAM.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT REVISIONFILE.
           OPEN I-O PAYMENTFILE.
           DISPLAY " ".
           DISPLAY "SALARY REVISION APPLICATION REPORT".
           DISPLAY "RUN DATE " RUN-DATE.
           SORT WORK-FILE ON ASCENDING KEY WREVDATE
               INPUT PROCEDURE IS BUILD-PARA
               OUTPUT PROCEDURE IS POST-PARA.
           CLOSE REVISIONFILE.
           CLOSE PAYMENTFILE.
           DISPLAY " ".
           DISPLAY "REVISIONS APPLIED :" APPLIED-COUNT.
           DISPLAY "REVISIONS SKIPPED :" SKIPPED-COUNT.
           DISPLAY "END OF REVISION APPLICATION".
           MOVE "M" TO CTL-FUNC.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF APPLIED-COUNT > 0
              PERFORM REOPEN-EARNPAY-PARA.
           EXIT PROGRAM.

       REOPEN-EARNPAY-PARA.
           MOVE "U" TO CTL-FUNC.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY = "RS"
              DISPLAY "PAYMENT CHANGED - RERUN EARNCALC AND STATCALC "
                "FOR PERIOD " CTL-PERIOD.

       BUILD-PARA.
           PERFORM APPLY-READ-PARA UNTIL APPLY-EOF.

       APPLY-READ-PARA.
           READ REVISIONFILE AT END SET APPLY-EOF TO TRUE
               GO TO APPLY-READ-EXIT.
           IF RREVDATE(1:4) IS NUMERIC
              AND RREVDATE(6:2) IS NUMERIC
              AND RREVDATE(9:2) IS NUMERIC
              PERFORM BUILD-DUE-DATE-PARA
           ELSE
              DISPLAY "  EMP " REMPID " REVISION " RREVID
                " - REVISED DATE NOT VALID - SKIPPED"
              ADD 1 TO SKIPPED-COUNT
              GO TO APPLY-READ-EXIT.
           IF REV-DUE-DATE > RUN-DATE
              ADD 1 TO SKIPPED-COUNT
              GO TO APPLY-READ-EXIT.
           MOVE RREVDATE TO WREVDATE.
           MOVE REVISIONREC TO WREVREC.
           RELEASE WORK-REC.
       APPLY-READ-EXIT.
           EXIT.

       POST-PARA.
           PERFORM POST-RETURN-PARA UNTIL SORT-EOF.

       POST-RETURN-PARA.
           RETURN WORK-FILE AT END SET SORT-EOF TO TRUE
               GO TO POST-RETURN-EXIT.
           MOVE WREVREC TO REVISIONREC.
           MOVE REMPID TO PEMPID.
           READ PAYMENTFILE
              INVALID KEY
                 DISPLAY "  EMP " REMPID " REVISION " RREVID
                   " - NO PAYMENT RECORD ON FILE"
                 ADD 1 TO SKIPPED-COUNT
                 GO TO POST-RETURN-EXIT.
           PERFORM REPORT-BEFORE-PARA.
           MOVE RBASIC TO PBASIC.
           MOVE RHRA TO PHRA.
           MOVE RDPA TO PDPA.
           MOVE RPPA TO PPPA.
           MOVE REDUA TO PEDUA.
           MOVE RTECHJR TO PTECHJR.
           MOVE RLUNCHA TO PLUNCHA.
           MOVE RCONVEY TO PCONVEY.
           MOVE RBUSATR TO PBUSATR.
           MOVE RLTA TO PLTA.
           MOVE RPF TO PPF.
           MOVE RESI TO PESI.
           REWRITE PAYMENTREC
              INVALID KEY
                 DISPLAY "  EMP " REMPID " - UNABLE TO UPDATE RECORD"
                 ADD 1 TO SKIPPED-COUNT
                 GO TO POST-RETURN-EXIT.
           PERFORM REPORT-AFTER-PARA.
           ADD 1 TO APPLIED-COUNT.
       POST-RETURN-EXIT.
           EXIT.

       BUILD-DUE-DATE-PARA.
           MOVE RREVDATE(1:4) TO REV-DUE-DATE(1:4).
           MOVE RREVDATE(6:2) TO REV-DUE-DATE(5:2).
           MOVE RREVDATE(9:2) TO REV-DUE-DATE(7:2).

       REPORT-BEFORE-PARA.
           DISPLAY " ".
           DISPLAY "  EMP " PEMPID " REVISION " RREVID
             " DUE " RREVDATE.
           DISPLAY "    BEFORE BASIC " PBASIC
             " HRA " PHRA
             " DPA " PDPA
             " PPA " PPPA
             " PF " PPF
             " ESI " PESI.

       REPORT-AFTER-PARA.
           DISPLAY "    AFTER  BASIC " PBASIC
             " HRA " PHRA
             " DPA " PDPA
             " PPA " PPPA
             " PF " PPF
             " ESI " PESI.
           END PROGRAM REVAPPLY.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT BANKFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BKEMPID
           FILE STATUS IS FSBK.

           SELECT SEPARATIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEMPID
           FILE STATUS IS FSSEP.

           SELECT EARNPAYFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ERKEY
           FILE STATUS IS FSER.

           SELECT BANKADVFILE ASSIGN TO ADVICE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSADV.

           SELECT PENDCHGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCKEY
           FILE STATUS IS FSPC.

           SELECT WORK-FILE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD BANKFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BANK.DAT".
       01 BANKREC.
           02 BKEMPID  PIC X(6).
           02 BKACCNO  PIC X(16).
           02 BKBANK   PIC X(20).
           02 BKIFSC   PIC X(11).
           02 BKMODE   PIC X(4).

       FD SEPARATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SEPARATE.DAT".
       01 SEPARATIONREC.
           02 SEMPID   PIC X(6).
           02 SSEPDATE PIC X(10).
           02 SREASON  PIC X(20).
           02 SNOTICE  PIC X(1).

       FD BANKADVFILE
           LABEL RECORDS ARE STANDARD.
       01 BANKADVREC.
           02 ADV-EMPID  PIC X(6).
           02 ADV-ACCNO  PIC X(16).
           02 ADV-IFSC   PIC X(11).
           02 ADV-MODE   PIC X(4).
           02 ADV-AMOUNT PIC 9(10).

       SD WORK-FILE.
       01 WORK-REC.
           02 WBRNID   PIC X(6).
           02 WEMPID   PIC X(6).
           02 WACCNO   PIC X(16).
           02 WIFSC    PIC X(11).
           02 WMODE    PIC X(4).
           02 WNET     PIC 9(8)V99.

       FD EARNPAYFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EARNPAY.DAT".
       01 EARNPAYREC.
           02 ERKEY.
               03 EREMPID  PIC X(6).
               03 ERPERIOD PIC X(6).
           02 ERMTHDAYS PIC 99.
           02 ERLOPDAYS PIC 999.
           02 ERPAYDAYS PIC 99.
           02 ERFIXED.
               03 ERBASIC   PIC 9(6)V99.
               03 ERDA      PIC 9(6)V99.
               03 ERCCA     PIC 9(6)V99.
               03 ERHRA     PIC 9(6)V99.
               03 ERDPA     PIC 9(6)V99.
               03 ERPPA     PIC 9(6)V99.
               03 EREDUA    PIC 9(6)V99.
               03 ERTECHJR  PIC 9(6)V99.
               03 ERLUNCHA  PIC 9(6)V99.
               03 ERCONVEY  PIC 9(6)V99.
               03 ERBUSATR  PIC 9(6)V99.
               03 ERLTA     PIC 9(6)V99.
           02 ERGRTY    PIC 9(6)V99.
           02 ERHOUSE   PIC 9(6)V99.

       FD PENDCHGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PENDCHG.DAT".
       01 PENDCHGREC.
           02 PCKEY.
               03 PCFILE   PIC X(1).
               03 PCEMPID  PIC X(6).
               03 PCSEQ    PIC 9(3).
           02 PCACTION  PIC X(3).
           02 PCSTATUS  PIC X(1).
           02 PCMAKER   PIC X(8).
           02 PCMKDATE  PIC X(10).
           02 PCCHECKER PIC X(8).
           02 PCCKDATE  PIC X(10).
           02 PCREASON  PIC X(30).
           02 PCBEFORE  PIC X(254).
           02 PCAFTER   PIC X(254).

       WORKING-STORAGE SECTION.
       77 FSP  PIC XX.
       77 FSE  PIC XX.
       77 FSBK PIC XX.
       77 FSSEP PIC XX.
       77 FSADV PIC XX.
       77 FSER PIC XX.
       77 FSPC PIC XX.
       77 PEND-COUNT PIC 9(5) VALUE 0.
       77 PEND-EOF-SW PIC X VALUE 'N'.
           88 PEND-EOF VALUE 'Y'.
       77 PENDFILE-SW PIC X VALUE 'N'.
           88 PENDFILE-OPEN VALUE 'Y'.
       77 EARNED-SW PIC X VALUE 'N'.
           88 EARNED-FOUND VALUE 'Y'.
       77 EARNFILE-SW PIC X VALUE 'N'.
           88 EARNFILE-OPEN VALUE 'Y'.
       77 ADVICE-NAME PIC X(20).
       77 SEPFILE-SW PIC X VALUE 'N'.
           88 SEPFILE-OPEN VALUE 'Y'.
       77 SEPARATED-SW PIC X VALUE 'N'.
           88 IS-SEPARATED VALUE 'Y'.
       77 BUILD-EOF-SW PIC X VALUE 'N'.
           88 BUILD-EOF VALUE 'Y'.
       77 SORT-EOF-SW PIC X VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.
       77 FIRST-BREAK-SW PIC X VALUE 'Y'.
       77 HOLD-BRNID   PIC X(6) VALUE SPACES.
       77 GROSS           PIC 9(8)V99 VALUE 0.
       77 TOTAL-DEDUCTION PIC 9(8)V99 VALUE 0.
       77 NET-PAY         PIC S9(8)V99 VALUE 0.
       77 ADV-COUNT    PIC 9(6) VALUE 0.
       77 ADV-TOTAL    PIC 9(12) VALUE 0.
       77 EXCEPT-COUNT PIC 9(5) VALUE 0.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.

       01 ADV-TRAILER-REC.
           02 FILLER      PIC X(6)  VALUE "TOTAL".
           02 TRL-COUNT   PIC 9(6).
           02 FILLER      PIC X(10) VALUE SPACES.
           02 TRL-AMOUNT  PIC 9(12).
           02 FILLER      PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "C" TO CTL-FUNC.
           MOVE "BANKEXP" TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY = "DP"
              DISPLAY "BANKEXP ALREADY RUN FOR PERIOD " CTL-PERIOD
              EXIT PROGRAM.
           IF CTL-REPLY = "NR"
              DISPLAY "LVPOST, LOANPOST OR STATPOST NOT POSTED FOR "
                "PERIOD " CTL-PERIOD " - EXPORT REFUSED"
              EXIT PROGRAM.
           PERFORM PENDING-BANK-PARA.
           IF PEND-COUNT > 0
              DISPLAY PEND-COUNT " BANK DETAIL CHANGE(S) AWAITING "
                "APPROVAL OR NOT APPLIED - EXPORT REFUSED"
              EXIT PROGRAM.
           DISPLAY " ".
           DISPLAY "BANK SALARY DISBURSEMENT EXPORT".
           SORT WORK-FILE ON ASCENDING KEY WBRNID
               INPUT PROCEDURE IS BUILD-PARA
               OUTPUT PROCEDURE IS WRITE-PARA.
           DISPLAY " ".
           DISPLAY "EXCEPTIONS NOT EXPORTED :" EXCEPT-COUNT.
           DISPLAY "END OF BANK DISBURSEMENT EXPORT".
           MOVE "M" TO CTL-FUNC.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           EXIT PROGRAM.

       BUILD-PARA.
           OPEN INPUT PAYMENTFILE.
           OPEN INPUT EMPFILE.
           OPEN INPUT BANKFILE.
           OPEN INPUT EARNPAYFILE.
           IF FSER = "00"
              MOVE 'Y' TO EARNFILE-SW
           ELSE
              MOVE 'N' TO EARNFILE-SW.
           IF FSBK NOT = "00"
              DISPLAY "NO BANK DETAILS ON FILE - EXPORT ABANDONED"
              SET BUILD-EOF TO TRUE.
           PERFORM OPEN-SEPARATION-PARA.
           IF NOT BUILD-EOF
              PERFORM BUILD-READ-PARA THRU BUILD-READ-EXIT
                 UNTIL BUILD-EOF.
           CLOSE PAYMENTFILE.
           CLOSE EMPFILE.
           IF EARNFILE-OPEN
              CLOSE EARNPAYFILE.
           IF FSBK = "00"
              CLOSE BANKFILE.
           IF SEPFILE-OPEN
              CLOSE SEPARATIONFILE.

       PENDING-BANK-PARA.
           MOVE 0 TO PEND-COUNT.
           MOVE 'N' TO PEND-EOF-SW.
           MOVE 'N' TO PENDFILE-SW.
           OPEN INPUT PENDCHGFILE.
           IF FSPC NOT = "00"
              SET PEND-EOF TO TRUE
           ELSE
              MOVE 'Y' TO PENDFILE-SW
              MOVE LOW-VALUES TO PCKEY
              MOVE "B" TO PCFILE
              START PENDCHGFILE KEY IS NOT LESS THAN PCKEY
                  INVALID KEY SET PEND-EOF TO TRUE.
           PERFORM PENDING-BANK-READ-PARA UNTIL PEND-EOF.
           IF PENDFILE-OPEN
              CLOSE PENDCHGFILE.

       PENDING-BANK-READ-PARA.
           READ PENDCHGFILE NEXT RECORD AT END
               SET PEND-EOF TO TRUE.
           IF NOT PEND-EOF
              IF PCFILE NOT = "B"
                 SET PEND-EOF TO TRUE.
           IF NOT PEND-EOF
              IF PCSTATUS = "P" OR PCSTATUS = "A"
                 ADD 1 TO PEND-COUNT.

       OPEN-SEPARATION-PARA.
           OPEN INPUT SEPARATIONFILE.
           IF FSSEP = "00"
              MOVE 'Y' TO SEPFILE-SW
           ELSE
              MOVE 'N' TO SEPFILE-SW.

       CHECK-SEPARATION-PARA.
           MOVE 'N' TO SEPARATED-SW.
           IF SEPFILE-OPEN
              MOVE PEMPID TO SEMPID
              READ SEPARATIONFILE
                 INVALID KEY MOVE 'N' TO SEPARATED-SW
                 NOT INVALID KEY MOVE 'Y' TO SEPARATED-SW.

       BUILD-READ-PARA.
           READ PAYMENTFILE AT END SET BUILD-EOF TO TRUE
               GO TO BUILD-READ-EXIT.
           PERFORM CHECK-SEPARATION-PARA.
           IF IS-SEPARATED
              DISPLAY "  EXCEPTION EMP " PEMPID
                " SEPARATED - NOT EXPORTED"
              ADD 1 TO EXCEPT-COUNT
              GO TO BUILD-READ-EXIT.
           MOVE PEMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY
                 DISPLAY "  EXCEPTION EMP " PEMPID
                   " NO EMPLOYEE MASTER ON FILE"
                 ADD 1 TO EXCEPT-COUNT
                 GO TO BUILD-READ-EXIT.
           MOVE PEMPID TO BKEMPID.
           READ BANKFILE
              INVALID KEY
                 DISPLAY "  EXCEPTION EMP " PEMPID
                   " NO BANK DETAILS ON FILE"
                 ADD 1 TO EXCEPT-COUNT
                 GO TO BUILD-READ-EXIT.
           PERFORM EARNED-PAY-PARA.
           PERFORM COMPUTE-PARA.
           IF NET-PAY NOT > 0
              DISPLAY "  EXCEPTION EMP " PEMPID
                " NET PAY NOT POSITIVE - NOT EXPORTED"
              ADD 1 TO EXCEPT-COUNT
              GO TO BUILD-READ-EXIT.
           MOVE EBRNID TO WBRNID.
           MOVE PEMPID TO WEMPID.
           MOVE BKACCNO TO WACCNO.
           MOVE BKIFSC TO WIFSC.
           MOVE BKMODE TO WMODE.
           MOVE NET-PAY TO WNET.
           RELEASE WORK-REC.
       BUILD-READ-EXIT.
           EXIT.

       EARNED-PAY-PARA.
           MOVE 'N' TO EARNED-SW.
           IF EARNFILE-OPEN
              MOVE PEMPID TO EREMPID
              MOVE CTL-PERIOD TO ERPERIOD
              READ EARNPAYFILE
                 INVALID KEY MOVE 'N' TO EARNED-SW
                 NOT INVALID KEY MOVE 'Y' TO EARNED-SW.
           IF EARNED-FOUND
              MOVE ERFIXED TO PAYMENTREC(7:96)
              MOVE ERGRTY TO PGRTY
              MOVE ERHOUSE TO PHOUSE.

       COMPUTE-PARA.
           COMPUTE GROSS = PBASIC + PDA + PCCA + PHRA + PDPA + PPPA
               + PEDUA + PTECHJR + PLUNCHA + PCONVEY + PBUSATR + PLTA
               + PGRTY + PPERINC + PMEDI + PBOOK + PENTER + PTPH
               + PHOUSE + PVEHMAN + PCREDIT + PCLUB.
           COMPUTE TOTAL-DEDUCTION = PPF + PESI + PPTAX + PITAX
               + PLOAN + PLOANDA + POTHERD.
           COMPUTE NET-PAY = GROSS - TOTAL-DEDUCTION.

       WRITE-PARA.
           PERFORM WRITE-RETURN-PARA UNTIL SORT-EOF.
           IF FIRST-BREAK-SW = 'N'
              PERFORM WRITE-TRAILER-PARA.

       WRITE-RETURN-PARA.
           RETURN WORK-FILE AT END SET SORT-EOF TO TRUE
               GO TO WRITE-RETURN-EXIT.
           IF FIRST-BREAK-SW = 'Y'
              MOVE WBRNID TO HOLD-BRNID
              MOVE 'N' TO FIRST-BREAK-SW
              PERFORM OPEN-ADVICE-PARA
           ELSE
             IF WBRNID NOT = HOLD-BRNID
                PERFORM WRITE-TRAILER-PARA
                MOVE WBRNID TO HOLD-BRNID
                PERFORM OPEN-ADVICE-PARA.
           MOVE WEMPID TO ADV-EMPID.
           MOVE WACCNO TO ADV-ACCNO.
           MOVE WIFSC TO ADV-IFSC.
           MOVE WMODE TO ADV-MODE.
           COMPUTE ADV-AMOUNT = WNET * 100.
           ADD 1 TO ADV-COUNT.
           ADD ADV-AMOUNT TO ADV-TOTAL.
           WRITE BANKADVREC.
       WRITE-RETURN-EXIT.
           EXIT.

       OPEN-ADVICE-PARA.
           MOVE SPACES TO ADVICE-NAME.
           STRING "BANKADV" HOLD-BRNID ".TXT" DELIMITED BY SIZE
               INTO ADVICE-NAME.
           OPEN OUTPUT BANKADVFILE.
           MOVE 0 TO ADV-COUNT.
           MOVE 0 TO ADV-TOTAL.

       WRITE-TRAILER-PARA.
           MOVE ADV-COUNT TO TRL-COUNT.
           MOVE ADV-TOTAL TO TRL-AMOUNT.
           WRITE BANKADVREC FROM ADV-TRAILER-REC.
           CLOSE BANKADVFILE.
           DISPLAY "  BRANCH " HOLD-BRNID
             " RECORDS " ADV-COUNT
             " AMOUNT " ADV-TOTAL
             " FILE " ADVICE-NAME.
           END PROGRAM BANKEXP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

           SELECT PAYHISTFILE ASSIGN TO HIST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HKEY
           FILE STATUS IS FSH.

           SELECT STATCONTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCKEY
           FILE STATUS IS FSSC.

           SELECT SUPPHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SHKEY
           FILE STATUS IS FSSH.

           SELECT WORK-FILE ASSIGN TO DISK.

           SELECT ITAX-WORK-FILE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).
           02 BSTATE   PIC X(2).

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD.
       01 PAYHISTREC.
           02 HKEY.
               03 HEMPID   PIC X(6).
               03 HPAYPER  PIC X(6).
           02 HBASIC   PIC 9(6)V99.
           02 HDA      PIC 9(6)V99.
           02 HCCA     PIC 9(6)V99.
           02 HHRA     PIC 9(6)V99.
           02 HDPA     PIC 9(6)V99.
           02 HPPA     PIC 9(6)V99.
           02 HEDUA    PIC 9(6)V99.
           02 HTECHJR  PIC 9(6)V99.
           02 HLUNCHA  PIC 9(6)V99.
           02 HCONVEY  PIC 9(6)V99.
           02 HBUSATR  PIC 9(6)V99.
           02 HLTA     PIC 9(6)V99.
           02 HPF      PIC 9(6)V99.
           02 HESI     PIC 9(6)V99.
           02 HGRTY    PIC 9(6)V99.
           02 HPTAX    PIC 9(6)V99.
           02 HITAX    PIC 9(6)V99.
           02 HLOAN    PIC 9(8)V99.
           02 HLOANDA  PIC 9(8)V99.
           02 HOTHERD  PIC 9(6)V99.
           02 HPERINC  PIC 9(6)V99.
           02 HMEDI    PIC 9(6)V99.
           02 HBOOK    PIC 9(6)V99.
           02 HENTER   PIC 9(6)V99.
           02 HTPH     PIC 9(6)V99.
           02 HHOUSE   PIC 9(6)V99.
           02 HVEHMAN  PIC 9(6)V99.
           02 HCREDIT  PIC 9(6)V99.
           02 HCLUB    PIC 9(6)V99.
           02 HCL      PIC 99.
           02 HSL      PIC 99.
           02 HPL      PIC 99.
           02 HLLOP    PIC 999.
           02 HOTHERL  PIC 999.

       FD STATCONTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "STATCONT.DAT".
       01 STATCONTREC.
           02 SCKEY.
               03 SCPERIOD  PIC X(6).
               03 SCEMPID   PIC X(6).
           02 SCSTATE   PIC X(2).
           02 SCPFWAGE  PIC 9(6)V99.
           02 SCPFEMP   PIC 9(6)V99.
           02 SCPFER    PIC 9(6)V99.
           02 SCESIWAGE PIC 9(6)V99.
           02 SCESIEMP  PIC 9(6)V99.
           02 SCESIER   PIC 9(6)V99.
           02 SCPTAX    PIC 9(6)V99.

       FD SUPPHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SUPPHIST.DAT".
       01 SUPPHISTREC.
           02 SHKEY.
               03 SHEMPID   PIC X(6).
               03 SHPERIOD  PIC X(6).
               03 SHRUNNO   PIC 99.
               03 SHTYPE    PIC X(6).
           02 SHRUNTYPE PIC X(1).
           02 SHAMOUNT  PIC 9(8)V99.
           02 SHTAXABLE PIC X(1).
           02 SHTDS     PIC 9(8)V99.
           02 SHNET     PIC 9(8)V99.
           02 SHRUNDATE PIC X(10).
           02 SHREMARK  PIC X(20).

       SD WORK-FILE.
       01 WORK-REC.
           02 WBRNID   PIC X(6).
           02 WBRNAME  PIC X(15).
           02 WEMPID   PIC X(6).
           02 WEMPNAME PIC X(25).
           02 WBASIC   PIC 9(6)V99.
           02 WDEDUCT  PIC 9(6)V99.
           02 WEMPLOYER PIC 9(6)V99.

       SD ITAX-WORK-FILE.
       01 ITAX-WORK-REC.
           02 IWEMPID  PIC X(6).
           02 IWITAX   PIC 9(6)V99.

       WORKING-STORAGE SECTION.
       77 FSP PIC XX.
       77 FSE PIC XX.
       77 FSB PIC XX.
       77 FSH PIC XX.
       77 FSSC PIC XX.
       77 FSSH PIC XX.
       77 CHOICE PIC 9.
       77 RPT-PERIOD PIC X(6) VALUE SPACES.
       77 TAX-YEAR PIC X(4).
       77 RPT-TITLE PIC X(30).
       77 BUILD-EOF-SW PIC X VALUE 'N'.
           88 BUILD-EOF VALUE 'Y'.
       77 SORT-EOF-SW PIC X VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.
       77 HIST-EOF-SW PIC X VALUE 'N'.
           88 HIST-EOF VALUE 'Y'.
       77 FIRST-BREAK-SW PIC X VALUE 'Y'.
       77 HOLD-BRNID   PIC X(6) VALUE SPACES.
       77 HOLD-BRNAME  PIC X(15) VALUE SPACES.
       77 HOLD-EMPID   PIC X(6) VALUE SPACES.
       77 SUB-BASIC    PIC 9(8)V99 VALUE 0.
       77 SUB-DEDUCT   PIC 9(8)V99 VALUE 0.
       77 GRAND-BASIC  PIC 9(9)V99 VALUE 0.
       77 GRAND-DEDUCT PIC 9(9)V99 VALUE 0.
       77 SUB-EMPLOYER   PIC 9(8)V99 VALUE 0.
       77 GRAND-EMPLOYER PIC 9(9)V99 VALUE 0.
       77 EMP-ITAX     PIC 9(8)V99 VALUE 0.
       77 EMP-SUPP-TAX PIC 9(8)V99 VALUE 0.
       77 TOTAL-ITAX   PIC 9(8)V99 VALUE 0.
       77 EMP-SUPP-PAID  PIC 9(8)V99 VALUE 0.
       77 GRAND-ITAX     PIC 9(9)V99 VALUE 0.
       77 GRAND-SUPP-PAID PIC 9(9)V99 VALUE 0.
       77 SUPP-EMPID   PIC X(6) VALUE SPACES.
       77 SUPP-EOF-SW PIC X VALUE 'N'.
           88 SUPP-EOF VALUE 'Y'.
       77 SUPP-FOUND-SW PIC X VALUE 'N'.
           88 SUPP-FOUND VALUE 'Y'.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.
       77 HIST-FOUND-SW PIC X VALUE 'N'.
           88 HIST-FOUND VALUE 'Y'.
       77 HIST-NAME  PIC X(20) VALUE "PAYHIST.DAT".
       77 HIST-NAME-1 PIC X(20) VALUE SPACES.
       77 HIST-NAME-2 PIC X(20) VALUE SPACES.
       77 ARF-FILE   PIC X(8) VALUE "PAYHIST".
       77 ARF-DATE   PIC X(8) VALUE SPACES.
       77 ARF-CUTOFF PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "1 AT COLUMN NUMBER 5. PF SCHEDULE".
           DISPLAY "2 AT COLUMN NUMBER 5. ESI SCHEDULE".
           DISPLAY "3 AT COLUMN NUMBER 5. PROFESSIONAL TAX SCHEDULE".
           DISPLAY "4 AT COLUMN NUMBER 5. ANNUAL INCOME TAX SUMMARY".
           DISPLAY "5 AT COLUMN NUMBER 5. EXIT".
           DISPLAY "ENTER YOUR CHOICE :" AT COLUMN NUMBER 25.
           ACCEPT CHOICE AT COLUMN NUMBER 45.
           IF CHOICE = 1
              MOVE "PF REMITTANCE SCHEDULE" TO RPT-TITLE
           ELSE
             IF CHOICE = 2
                MOVE "ESI REMITTANCE SCHEDULE" TO RPT-TITLE
             ELSE
               IF CHOICE = 3
                  MOVE "PROFESSIONAL TAX SCHEDULE" TO RPT-TITLE
               ELSE
                 IF CHOICE = 4
                    GO TO ITAX-PARA
                 ELSE
                    EXIT PROGRAM.
           IF CHOICE = 1 OR CHOICE = 2
              PERFORM CONT-PERIOD-PARA.
           SORT WORK-FILE ON ASCENDING KEY WBRNID
               INPUT PROCEDURE IS BUILD-PARA
               OUTPUT PROCEDURE IS PRINT-PARA.
           EXIT PROGRAM.

       CONT-PERIOD-PARA.
           DISPLAY "ENTER PAY PERIOD (YYYYMM) OR BLANK FOR OPEN :"
             AT COLUMN NUMBER 1.
           ACCEPT RPT-PERIOD AT COLUMN NUMBER 47.
           IF RPT-PERIOD = SPACES
              MOVE "R" TO CTL-FUNC
              MOVE SPACES TO CTL-JOB
              MOVE SPACES TO CTL-PERIOD
              CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD
                  CTL-REPLY
              MOVE CTL-PERIOD TO RPT-PERIOD.

       BUILD-PARA.
           IF CHOICE = 3
              PERFORM BUILD-PAY-PARA
           ELSE
              PERFORM BUILD-CONT-PARA THRU BUILD-CONT-EXIT.

       BUILD-CONT-PARA.
           OPEN INPUT STATCONTFILE.
           IF FSSC NOT = "00"
              DISPLAY "NO STATUTORY CONTRIBUTIONS ON FILE"
              GO TO BUILD-CONT-EXIT.
           OPEN INPUT EMPFILE.
           OPEN INPUT BRANCHFILE.
           MOVE RPT-PERIOD TO SCPERIOD.
           MOVE LOW-VALUES TO SCEMPID.
           START STATCONTFILE KEY IS NOT LESS THAN SCKEY
               INVALID KEY SET BUILD-EOF TO TRUE.
           IF NOT BUILD-EOF
              PERFORM BUILD-CONT-READ-PARA
                 THRU BUILD-CONT-READ-EXIT UNTIL BUILD-EOF.
           CLOSE STATCONTFILE.
           CLOSE EMPFILE.
           CLOSE BRANCHFILE.
       BUILD-CONT-EXIT.
           EXIT.

       BUILD-CONT-READ-PARA.
           READ STATCONTFILE NEXT RECORD AT END SET BUILD-EOF TO TRUE
               GO TO BUILD-CONT-READ-EXIT.
           IF SCPERIOD NOT = RPT-PERIOD
              SET BUILD-EOF TO TRUE
              GO TO BUILD-CONT-READ-EXIT.
           MOVE SCEMPID TO EEMPID.
           MOVE SPACES TO EBRNID.
           MOVE "NAME NOT ON FILE         " TO EEMPNAME.
           READ EMPFILE INVALID KEY
               MOVE "NAME NOT ON FILE         " TO EEMPNAME.
           MOVE EBRNID TO BBRID.
           MOVE "UNKNOWN" TO BBRNAME.
           READ BRANCHFILE INVALID KEY
               MOVE "UNKNOWN" TO BBRNAME.
           MOVE EBRNID TO WBRNID.
           MOVE BBRNAME TO WBRNAME.
           MOVE SCEMPID TO WEMPID.
           MOVE EEMPNAME TO WEMPNAME.
           IF CHOICE = 1
              MOVE SCPFWAGE TO WBASIC
              MOVE SCPFEMP TO WDEDUCT
              MOVE SCPFER TO WEMPLOYER
           ELSE
              MOVE SCESIWAGE TO WBASIC
              MOVE SCESIEMP TO WDEDUCT
              MOVE SCESIER TO WEMPLOYER.
           IF WDEDUCT = 0 AND WEMPLOYER = 0
              GO TO BUILD-CONT-READ-EXIT.
           RELEASE WORK-REC.
       BUILD-CONT-READ-EXIT.
           EXIT.

       BUILD-PAY-PARA.
           OPEN INPUT PAYMENTFILE.
           OPEN INPUT EMPFILE.
           OPEN INPUT BRANCHFILE.
           PERFORM BUILD-READ-PARA THRU BUILD-READ-EXIT UNTIL BUILD-EOF.
           CLOSE PAYMENTFILE.
           CLOSE EMPFILE.
           CLOSE BRANCHFILE.

       BUILD-READ-PARA.
           READ PAYMENTFILE AT END SET BUILD-EOF TO TRUE
               GO TO BUILD-READ-EXIT.
           MOVE PEMPID TO EEMPID.
           MOVE SPACES TO EBRNID.
           MOVE "NAME NOT ON FILE         " TO EEMPNAME.
           READ EMPFILE INVALID KEY
               MOVE "NAME NOT ON FILE         " TO EEMPNAME.
           MOVE EBRNID TO BBRID.
           MOVE "UNKNOWN" TO BBRNAME.
           READ BRANCHFILE INVALID KEY
               MOVE "UNKNOWN" TO BBRNAME.
           MOVE EBRNID TO WBRNID.
           MOVE BBRNAME TO WBRNAME.
           MOVE PEMPID TO WEMPID.
           MOVE EEMPNAME TO WEMPNAME.
           MOVE PBASIC TO WBASIC.
           MOVE PPTAX TO WDEDUCT.
           MOVE 0 TO WEMPLOYER.
           RELEASE WORK-REC.
       BUILD-READ-EXIT.
           EXIT.

       PRINT-PARA.
           DISPLAY " ".
           DISPLAY RPT-TITLE.
           IF CHOICE NOT = 3
              DISPLAY "PAY PERIOD " RPT-PERIOD.
           PERFORM PRINT-RETURN-PARA THRU PRINT-RETURN-EXIT
              UNTIL SORT-EOF.
           IF FIRST-BREAK-SW = 'N'
              PERFORM PRINT-SUBTOTAL-PARA.
           DISPLAY " ".
           IF CHOICE = 3
              DISPLAY "GRAND TOTAL"
                " BASIC " GRAND-BASIC
                " DEDUCTION " GRAND-DEDUCT
           ELSE
              DISPLAY "GRAND TOTAL"
                " WAGES " GRAND-BASIC
                " EMPLOYEE " GRAND-DEDUCT
                " EMPLOYER " GRAND-EMPLOYER.
           DISPLAY "END OF " RPT-TITLE.

       PRINT-RETURN-PARA.
           RETURN WORK-FILE AT END SET SORT-EOF TO TRUE
               GO TO PRINT-RETURN-EXIT.
           IF FIRST-BREAK-SW = 'Y'
              MOVE WBRNID TO HOLD-BRNID
              MOVE WBRNAME TO HOLD-BRNAME
              MOVE 'N' TO FIRST-BREAK-SW
              PERFORM PRINT-BRANCH-HEADER-PARA
           ELSE
             IF WBRNID NOT = HOLD-BRNID
                PERFORM PRINT-SUBTOTAL-PARA
                MOVE WBRNID TO HOLD-BRNID
                MOVE WBRNAME TO HOLD-BRNAME
                PERFORM PRINT-BRANCH-HEADER-PARA.
           IF CHOICE = 3
              DISPLAY "  EMP " WEMPID
                " NAME " WEMPNAME
                " BASIC " WBASIC
                " DEDUCTION " WDEDUCT
           ELSE
              DISPLAY "  EMP " WEMPID
                " NAME " WEMPNAME
                " WAGES " WBASIC
                " EMPLOYEE " WDEDUCT
                " EMPLOYER " WEMPLOYER.
           ADD WBASIC TO SUB-BASIC.
           ADD WDEDUCT TO SUB-DEDUCT.
           ADD WEMPLOYER TO SUB-EMPLOYER.
           ADD WBASIC TO GRAND-BASIC.
           ADD WDEDUCT TO GRAND-DEDUCT.
           ADD WEMPLOYER TO GRAND-EMPLOYER.
       PRINT-RETURN-EXIT.
           EXIT.

       PRINT-BRANCH-HEADER-PARA.
           DISPLAY " ".
           DISPLAY "BRANCH " HOLD-BRNID " " HOLD-BRNAME.

       PRINT-SUBTOTAL-PARA.
           IF CHOICE = 3
              DISPLAY "  SUBTOTAL"
                " BASIC " SUB-BASIC
                " DEDUCTION " SUB-DEDUCT
           ELSE
              DISPLAY "  SUBTOTAL"
                " WAGES " SUB-BASIC
                " EMPLOYEE " SUB-DEDUCT
                " EMPLOYER " SUB-EMPLOYER.
           MOVE 0 TO SUB-BASIC SUB-DEDUCT SUB-EMPLOYER.

       ITAX-PARA.
           DISPLAY "ENTER TAX YEAR (YYYY) :" AT COLUMN NUMBER 1.
           ACCEPT TAX-YEAR AT COLUMN NUMBER 35.
           PERFORM HIST-NAME-PARA.
           SORT ITAX-WORK-FILE ON ASCENDING KEY IWEMPID
               INPUT PROCEDURE IS ITAX-BUILD-PARA
               OUTPUT PROCEDURE IS ITAX-PRINT-PARA.
           EXIT PROGRAM.

       HIST-NAME-PARA.
           MOVE TAX-YEAR TO ARF-DATE(1:4).
           MOVE "0101" TO ARF-DATE(5:4).
           CALL "ARCFILE" USING ARF-FILE ARF-DATE HIST-NAME ARF-CUTOFF.
           MOVE HIST-NAME TO HIST-NAME-1.
           MOVE "1201" TO ARF-DATE(5:4).
           CALL "ARCFILE" USING ARF-FILE ARF-DATE HIST-NAME ARF-CUTOFF.
           CANCEL "ARCFILE".
           MOVE HIST-NAME TO HIST-NAME-2.

       ITAX-BUILD-PARA.
           MOVE HIST-NAME-1 TO HIST-NAME.
           PERFORM ITAX-LOAD-PARA THRU ITAX-LOAD-EXIT.
           IF HIST-NAME-2 NOT = HIST-NAME-1
              MOVE HIST-NAME-2 TO HIST-NAME
              PERFORM ITAX-LOAD-PARA THRU ITAX-LOAD-EXIT.

       ITAX-LOAD-PARA.
           OPEN INPUT PAYHISTFILE.
           IF FSH NOT = "00" AND HIST-NAME-2 NOT = HIST-NAME-1
              DISPLAY "PAY HISTORY " HIST-NAME " NOT ON FILE".
           IF FSH NOT = "00"
              GO TO ITAX-LOAD-EXIT.
           MOVE 'Y' TO HIST-FOUND-SW.
           MOVE 'N' TO HIST-EOF-SW.
           PERFORM ITAX-READ-PARA THRU ITAX-READ-EXIT UNTIL HIST-EOF.
           CLOSE PAYHISTFILE.
       ITAX-LOAD-EXIT.
           EXIT.

       ITAX-READ-PARA.
           READ PAYHISTFILE AT END SET HIST-EOF TO TRUE
               GO TO ITAX-READ-EXIT.
           IF HPAYPER(1:4) NOT = TAX-YEAR
              GO TO ITAX-READ-EXIT.
           MOVE HEMPID TO IWEMPID.
           MOVE HITAX TO IWITAX.
           RELEASE ITAX-WORK-REC.
       ITAX-READ-EXIT.
           EXIT.

       ITAX-PRINT-PARA.
           IF NOT HIST-FOUND
              DISPLAY "NO PAY HISTORY ON FILE"
           ELSE
              PERFORM ITAX-SUMMARY-PARA.

       ITAX-SUMMARY-PARA.
           OPEN INPUT EMPFILE.
           OPEN INPUT SUPPHISTFILE.
           IF FSSH = "00"
              PERFORM SUPP-NEXT-PARA
           ELSE
              SET SUPP-EOF TO TRUE.
           DISPLAY " ".
           DISPLAY "ANNUAL INCOME TAX SUMMARY FOR YEAR " TAX-YEAR.
           PERFORM ITAX-RETURN-PARA THRU ITAX-RETURN-EXIT
               UNTIL SORT-EOF.
           IF HOLD-EMPID NOT = SPACES
              PERFORM ITAX-EMP-PARA.
           PERFORM SUPP-ONLY-PARA UNTIL SUPP-EOF.
           CLOSE EMPFILE.
           IF FSSH = "00"
              CLOSE SUPPHISTFILE.
           DISPLAY " ".
           DISPLAY "GRAND TOTAL"
             " INCOME TAX " GRAND-ITAX
             " SUPPLEMENTARY " GRAND-SUPP-PAID.
           DISPLAY "END OF INCOME TAX SUMMARY".

       ITAX-RETURN-PARA.
           RETURN ITAX-WORK-FILE AT END SET SORT-EOF TO TRUE
               GO TO ITAX-RETURN-EXIT.
           IF IWEMPID NOT = HOLD-EMPID
              PERFORM ITAX-BREAK-PARA.
           ADD IWITAX TO EMP-ITAX.
       ITAX-RETURN-EXIT.
           EXIT.

       ITAX-BREAK-PARA.
           IF HOLD-EMPID NOT = SPACES
              PERFORM ITAX-EMP-PARA.
           MOVE IWEMPID TO HOLD-EMPID.
           MOVE 0 TO EMP-ITAX.

       ITAX-EMP-PARA.
           PERFORM SUPP-ONLY-PARA
               UNTIL SUPP-EOF OR SHEMPID NOT < HOLD-EMPID.
           MOVE 0 TO EMP-SUPP-TAX EMP-SUPP-PAID.
           PERFORM SUPP-SUM-PARA
               UNTIL SUPP-EOF OR SHEMPID NOT = HOLD-EMPID.
           COMPUTE TOTAL-ITAX = EMP-ITAX + EMP-SUPP-TAX.
           ADD TOTAL-ITAX TO GRAND-ITAX.
           ADD EMP-SUPP-PAID TO GRAND-SUPP-PAID.
           MOVE HOLD-EMPID TO EEMPID.
           MOVE "NAME NOT ON FILE         " TO EEMPNAME.
           READ EMPFILE INVALID KEY
               MOVE "NAME NOT ON FILE         " TO EEMPNAME.
           DISPLAY "  EMP " HOLD-EMPID
             " NAME " EEMPNAME
             " INCOME TAX " TOTAL-ITAX
             " SUPPLEMENTARY " EMP-SUPP-PAID.

       SUPP-NEXT-PARA.
           READ SUPPHISTFILE AT END SET SUPP-EOF TO TRUE.

       SUPP-SUM-PARA.
           IF SHPERIOD(1:4) = TAX-YEAR
              ADD SHTDS TO EMP-SUPP-TAX
              ADD SHAMOUNT TO EMP-SUPP-PAID.
           PERFORM SUPP-NEXT-PARA.

       SUPP-ONLY-PARA.
           MOVE SHEMPID TO SUPP-EMPID.
           MOVE 0 TO EMP-SUPP-TAX EMP-SUPP-PAID.
           MOVE 'N' TO SUPP-FOUND-SW.
           PERFORM SUPP-ONLY-SUM-PARA
               UNTIL SUPP-EOF OR SHEMPID NOT = SUPP-EMPID.
           IF SUPP-FOUND
              PERFORM SUPP-ONLY-PRINT-PARA.

       SUPP-ONLY-SUM-PARA.
           IF SHPERIOD(1:4) = TAX-YEAR
              ADD SHTDS TO EMP-SUPP-TAX
              ADD SHAMOUNT TO EMP-SUPP-PAID
              MOVE 'Y' TO SUPP-FOUND-SW.
           PERFORM SUPP-NEXT-PARA.

       SUPP-ONLY-PRINT-PARA.
           ADD EMP-SUPP-TAX TO GRAND-ITAX.
           ADD EMP-SUPP-PAID TO GRAND-SUPP-PAID.
           MOVE SUPP-EMPID TO EEMPID.
           MOVE "NAME NOT ON FILE         " TO EEMPNAME.
           READ EMPFILE INVALID KEY
               MOVE "NAME NOT ON FILE         " TO EEMPNAME.
           DISPLAY "  EMP " SUPP-EMPID
             " NAME " EEMPNAME
             " INCOME TAX " EMP-SUPP-TAX
             " SUPPLEMENTARY " EMP-SUPP-PAID.
           END PROGRAM STATRPT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO AUDIT-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSAUD.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITFILE
           LABEL RECORDS ARE STANDARD.
       01 AUDITREC.
           02 ADATE   PIC 9(8).
           02 ATIME   PIC 9(6).
           02 AOPER   PIC X(8).
           02 AFILE   PIC X(12).
           02 AKEY    PIC X(12).
           02 AEMPID  PIC X(6).
           02 AACTION PIC X(3).
           02 ABEFORE PIC X(254).
           02 AAFTER  PIC X(254).

       WORKING-STORAGE SECTION.
       77 FSAUD PIC XX.
       77 SEARCH-EMPID PIC X(6).
       77 DATE-IN      PIC X(8).
       77 FROM-DATE    PIC 9(8).
       77 TO-DATE      PIC 9(8).
       77 AUDIT-EOF-SW PIC X VALUE 'N'.
           88 AUDIT-EOF VALUE 'Y'.
       77 MATCH-COUNT  PIC 9(5) VALUE 0.
       77 AUDIT-NAME   PIC X(20) VALUE "AUDIT.DAT".
       77 ARF-FILE     PIC X(8) VALUE "AUDIT".
       77 ARF-DATE     PIC X(8) VALUE SPACES.
       77 ARF-CUTOFF   PIC X(8) VALUE SPACES.
       77 ARC-YEAR     PIC 9(4) VALUE 0.
       77 LAST-YEAR    PIC 9(4) VALUE 0.
       77 TO-YEAR      PIC 9(4) VALUE 0.
       77 FILES-READ   PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER EMPLOYEE CODE OR BLANK FOR ALL :"
             AT COLUMN NUMBER 1.
           ACCEPT SEARCH-EMPID AT COLUMN NUMBER 40.
           DISPLAY "ENTER FROM DATE (YYYYMMDD) OR BLANK :"
             AT COLUMN NUMBER 1.
           ACCEPT DATE-IN AT COLUMN NUMBER 40.
           IF DATE-IN IS NUMERIC
              MOVE DATE-IN TO FROM-DATE
           ELSE
              MOVE 0 TO FROM-DATE.
           DISPLAY "ENTER TO DATE (YYYYMMDD) OR BLANK :"
             AT COLUMN NUMBER 1.
           ACCEPT DATE-IN AT COLUMN NUMBER 40.
           IF DATE-IN IS NUMERIC
              MOVE DATE-IN TO TO-DATE
           ELSE
              MOVE 99999999 TO TO-DATE.
           MOVE FROM-DATE TO ARF-DATE.
           CALL "ARCFILE" USING ARF-FILE ARF-DATE AUDIT-NAME ARF-CUTOFF.
           CANCEL "ARCFILE".
           DISPLAY " ".
           DISPLAY "AUDIT TRAIL INQUIRY".
           IF FROM-DATE > 0 AND ARF-CUTOFF NOT = SPACES
              AND ARF-DATE < ARF-CUTOFF
              PERFORM ARC-RANGE-PARA.
           MOVE TO-DATE TO ARF-DATE.
           IF ARF-CUTOFF = SPACES OR ARF-DATE NOT < ARF-CUTOFF
              MOVE "AUDIT.DAT" TO AUDIT-NAME
              PERFORM INQ-FILE-PARA.
           IF FILES-READ = 0
              DISPLAY "NO AUDIT RECORDS ON FILE" AT COLUMN NUMBER 1
              EXIT PROGRAM.
           DISPLAY " ".
           DISPLAY "CHANGES LISTED :" MATCH-COUNT.
           DISPLAY "END OF AUDIT TRAIL INQUIRY".
           EXIT PROGRAM.

       ARC-RANGE-PARA.
           MOVE ARF-DATE(1:4) TO ARC-YEAR.
           MOVE ARF-CUTOFF(1:4) TO LAST-YEAR.
           MOVE TO-DATE TO ARF-DATE.
           MOVE ARF-DATE(1:4) TO TO-YEAR.
           IF TO-YEAR < LAST-YEAR
              MOVE TO-YEAR TO LAST-YEAR.
           PERFORM ARC-YEAR-PARA UNTIL ARC-YEAR > LAST-YEAR.

       ARC-YEAR-PARA.
           MOVE ARC-YEAR TO ARF-DATE(1:4).
           MOVE "0101" TO ARF-DATE(5:4).
           IF ARF-DATE < ARF-CUTOFF
              CALL "ARCFILE" USING ARF-FILE ARF-DATE AUDIT-NAME
                 ARF-CUTOFF
              CANCEL "ARCFILE"
              PERFORM INQ-FILE-PARA.
           ADD 1 TO ARC-YEAR.

       INQ-FILE-PARA.
           MOVE 'N' TO AUDIT-EOF-SW.
           OPEN INPUT AUDITFILE.
           IF FSAUD = "00"
              ADD 1 TO FILES-READ
              DISPLAY "  FILE " AUDIT-NAME
              PERFORM INQ-READ-PARA THRU INQ-READ-EXIT UNTIL AUDIT-EOF
              CLOSE AUDITFILE.

       INQ-READ-PARA.
           READ AUDITFILE AT END SET AUDIT-EOF TO TRUE
               GO TO INQ-READ-EXIT.
           IF SEARCH-EMPID NOT = SPACES
              AND AEMPID NOT = SEARCH-EMPID
              GO TO INQ-READ-EXIT.
           IF ADATE < FROM-DATE OR ADATE > TO-DATE
              GO TO INQ-READ-EXIT.
           ADD 1 TO MATCH-COUNT.
           DISPLAY " ".
           DISPLAY "  DATE " ADATE
             " TIME " ATIME
             " OPERATOR " AOPER
             " FILE " AFILE
             " KEY " AKEY
             " EMP " AEMPID
             " ACTION " AACTION.
           DISPLAY "    BEFORE :" ABEFORE.
           DISPLAY "    AFTER  :" AAFTER.
       INQ-READ-EXIT.
           EXIT.
           END PROGRAM AUDITINQ.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT LEAVETRANSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LTLEVID
           ALTERNATE RECORD KEY IS LTEMPID WITH DUPLICATES
           FILE STATUS IS FSLT.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD LEAVETRANSFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LEAVETRN.DAT".
       01 LEAVETRANSREC.
           02 LTLEVID  PIC X(6).
           02 LTEMPID  PIC X(6).
           02 LTFMDATE PIC X(10).
           02 LTTODATE PIC X(10).
           02 LTLEVCAT PIC X(3).
           02 LTDAYS   PIC 999.

       WORKING-STORAGE SECTION.
       77 FSP  PIC XX.
       77 FSLT PIC XX.
       77 PAY-EOF-SW PIC X VALUE 'N'.
           88 PAY-EOF VALUE 'Y'.
       77 TRANS-EOF-SW PIC X VALUE 'N'.
           88 TRANS-EOF VALUE 'Y'.
       77 TOT-CL  PIC 9(5) VALUE 0.
       77 TOT-SL  PIC 9(5) VALUE 0.
       77 TOT-PL  PIC 9(5) VALUE 0.
       77 TOT-LOP PIC 9(5) VALUE 0.
       77 TOT-OTH PIC 9(5) VALUE 0.
       77 POSTED-COUNT PIC 9(5) VALUE 0.
       77 LT-ENTRY-CAT PIC X(3) VALUE SPACES.
           88 LT-BALANCE-POSTING VALUE "CCL" "CSL" "CPL" "BCL" "BSL"
              "BPL" "XCL" "XSL" "XPL" "EPL".
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "C" TO CTL-FUNC.
           MOVE "LVPOST" TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY = "DP"
              DISPLAY "LVPOST ALREADY RUN FOR PERIOD " CTL-PERIOD
              EXIT PROGRAM.
           OPEN I-O PAYMENTFILE.
           OPEN INPUT LEAVETRANSFILE.
           IF FSLT NOT = "00"
              DISPLAY "NO LEAVE LEDGER ON FILE"
              CLOSE PAYMENTFILE
              EXIT PROGRAM.
           DISPLAY " ".
           DISPLAY "LEAVE LEDGER POSTING RUN".
           PERFORM POST-READ-PARA THRU POST-READ-EXIT UNTIL PAY-EOF.
           CLOSE PAYMENTFILE.
           CLOSE LEAVETRANSFILE.
           DISPLAY " ".
           DISPLAY "EMPLOYEES POSTED :" POSTED-COUNT.
           DISPLAY "END OF LEAVE LEDGER POSTING".
           MOVE "M" TO CTL-FUNC.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           EXIT PROGRAM.

       POST-READ-PARA.
           READ PAYMENTFILE AT END SET PAY-EOF TO TRUE
               GO TO POST-READ-EXIT.
           MOVE 0 TO TOT-CL TOT-SL TOT-PL TOT-LOP TOT-OTH.
           MOVE 'N' TO TRANS-EOF-SW.
           MOVE PEMPID TO LTEMPID.
           START LEAVETRANSFILE KEY IS EQUAL LTEMPID
               INVALID KEY SET TRANS-EOF TO TRUE.
           IF NOT TRANS-EOF
              PERFORM TRANS-READ-PARA
                 THRU TRANS-READ-EXIT UNTIL TRANS-EOF.
           MOVE TOT-CL TO PCL.
           MOVE TOT-SL TO PSL.
           MOVE TOT-PL TO PPL.
           MOVE TOT-LOP TO PLLOP.
           MOVE TOT-OTH TO POTHERL.
           REWRITE PAYMENTREC
              INVALID KEY
                 DISPLAY "  EMP " PEMPID " - UNABLE TO UPDATE RECORD"
                 GO TO POST-READ-EXIT.
           ADD 1 TO POSTED-COUNT.
       POST-READ-EXIT.
           EXIT.

       TRANS-READ-PARA.
           READ LEAVETRANSFILE NEXT RECORD AT END
               SET TRANS-EOF TO TRUE
               GO TO TRANS-READ-EXIT.
           IF LTEMPID NOT = PEMPID
              SET TRANS-EOF TO TRUE
              GO TO TRANS-READ-EXIT.
           MOVE LTLEVCAT TO LT-ENTRY-CAT.
           IF LT-BALANCE-POSTING
              GO TO TRANS-READ-EXIT.
           IF LTLEVCAT = "LOP"
              IF LTFMDATE(1:4) NOT = CTL-PERIOD(1:4)
                 OR LTFMDATE(6:2) NOT = CTL-PERIOD(5:2)
                 GO TO TRANS-READ-EXIT.
           IF LTLEVCAT = "CL"
              ADD LTDAYS TO TOT-CL
           ELSE
             IF LTLEVCAT = "SL"
                ADD LTDAYS TO TOT-SL
             ELSE
               IF LTLEVCAT = "PL"
                  ADD LTDAYS TO TOT-PL
               ELSE
                 IF LTLEVCAT = "LOP"
                    ADD LTDAYS TO TOT-LOP
                 ELSE
                   IF LTLEVCAT = "OTH"
                      ADD LTDAYS TO TOT-OTH
                   ELSE
                      DISPLAY "  EMP " PEMPID
                        " LEAVE " LTLEVID
                        " UNKNOWN CATEGORY " LTLEVCAT
                        " - NOT POSTED".
       TRANS-READ-EXIT.
           EXIT.
           END PROGRAM LVPOST.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FFSETTLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEPARATIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEMPID
           FILE STATUS IS FSSEP.

           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.
       FD SEPARATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SEPARATE.DAT".
       01 SEPARATIONREC.
           02 SEMPID   PIC X(6).
           02 SSEPDATE PIC X(10).
           02 SREASON  PIC X(20).
           02 SNOTICE  PIC X(1).

       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSSEP PIC XX.
       77 FSP   PIC XX.
       77 FSE   PIC XX.
       77 DAY-BASIC  PIC 9(6)V99 VALUE 0.
       77 PL-ENCASH  PIC 9(8)V99 VALUE 0.
       77 SETTLE-NET PIC S9(9)V99 VALUE 0.

       SCREEN SECTION.
       01 CLEAR-SCREEN.
           02 BLANK SCREEN.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY CLEAR-SCREEN AT COLUMN NUMBER 1.
           OPEN INPUT SEPARATIONFILE.
           OPEN INPUT PAYMENTFILE.
           OPEN INPUT EMPFILE.
           DISPLAY "ENTER EMPLOYEE CODE :".
           ACCEPT SEMPID.
           READ SEPARATIONFILE
              INVALID KEY
                 DISPLAY "NO SEPARATION RECORD ON FILE"
                 GO TO ERROR-PARA.
           MOVE SEMPID TO PEMPID.
           READ PAYMENTFILE
              INVALID KEY
                 DISPLAY "NO PAYMENT RECORD ON FILE"
                 GO TO ERROR-PARA.
           MOVE SEMPID TO EEMPID.
           MOVE "NAME NOT ON FILE         " TO EEMPNAME.
           READ EMPFILE INVALID KEY
               MOVE "NAME NOT ON FILE         " TO EEMPNAME.
           PERFORM COMPUTE-PARA.
           PERFORM PRINT-PARA.
           CLOSE SEPARATIONFILE.
           CLOSE PAYMENTFILE.
           CLOSE EMPFILE.
           EXIT PROGRAM.

       COMPUTE-PARA.
           COMPUTE DAY-BASIC = PBASIC / 30.
           COMPUTE PL-ENCASH = PPL * DAY-BASIC.
           COMPUTE SETTLE-NET = PGRTY + PL-ENCASH - PLOAN.

       PRINT-PARA.
           DISPLAY " ".
           DISPLAY "     FULL AND FINAL SETTLEMENT STATEMENT".
           DISPLAY " EMPLOYEE CODE        :" SEMPID.
           DISPLAY " EMPLOYEE NAME        :" EEMPNAME.
           DISPLAY " SEPARATION DATE      :" SSEPDATE.
           DISPLAY " REASON               :" SREASON.
           DISPLAY " NOTICE SERVED        :" SNOTICE.
           DISPLAY " ".
           DISPLAY " PAYABLE".
           DISPLAY "   GRATUITY           :" PGRTY.
           DISPLAY "   PAID LEAVE BALANCE :" PPL.
           DISPLAY "   LEAVE ENCASHMENT   :" PL-ENCASH.
           DISPLAY " ".
           DISPLAY " RECOVERABLE".
           DISPLAY "   LOAN OUTSTANDING   :" PLOAN.
           DISPLAY " ".
           DISPLAY " NET SETTLEMENT       :" SETTLE-NET.

       ERROR-PARA.
           CLOSE SEPARATIONFILE.
           CLOSE PAYMENTFILE.
           CLOSE EMPFILE.
           EXIT PROGRAM.
           END PROGRAM FFSETTLE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT LOANFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LNLOANID
           ALTERNATE RECORD KEY IS LNEMPID WITH DUPLICATES
           FILE STATUS IS FSLN.

           SELECT LOANTXNFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSLX.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD LOANFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LOANACCT.DAT".
       01 LOANREC.
           02 LNLOANID PIC X(6).
           02 LNEMPID  PIC X(6).
           02 LNTYPE   PIC X(10).
           02 LNPRIN   PIC 9(8)V99.
           02 LNINST   PIC 9(8)V99.
           02 LNBAL    PIC 9(8)V99.
           02 LNSTDATE PIC X(10).

       FD LOANTXNFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LOANTXN.DAT".
       01 LOANTXNREC.
           02 LXLOANID PIC X(6).
           02 LXEMPID  PIC X(6).
           02 LXDATE   PIC 9(8).
           02 LXAMOUNT PIC 9(8)V99.
           02 LXBAL    PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       77 FSP  PIC XX.
       77 FSLN PIC XX.
       77 FSLX PIC XX.
       77 PAY-EOF-SW PIC X VALUE 'N'.
           88 PAY-EOF VALUE 'Y'.
       77 LOAN-EOF-SW PIC X VALUE 'N'.
           88 LOAN-EOF VALUE 'Y'.
       77 HAS-LOAN-SW PIC X VALUE 'N'.
           88 HAS-LOAN VALUE 'Y'.
       77 TXN-EOF-SW PIC X VALUE 'N'.
           88 TXN-EOF VALUE 'Y'.
       77 POSTED-FOUND-SW PIC X VALUE 'N'.
           88 POSTED-FOUND VALUE 'Y'.
       77 RUN-DATE     PIC 9(8).
       77 RECOVERY     PIC 9(8)V99 VALUE 0.
       77 TOT-BAL      PIC 9(8)V99 VALUE 0.
       77 TOT-INST     PIC 9(8)V99 VALUE 0.
       77 POSTED-COUNT PIC 9(5) VALUE 0.
       77 CLEARED-COUNT PIC 9(5) VALUE 0.
       77 SKIP-COUNT   PIC 9(5) VALUE 0.
       01 POSTED-TABLE.
           05 POSTED-TABLE-ENTRY OCCURS 500 TIMES.
               10 TPOSTID  PIC X(6).
       77 POSTED-TABLE-COUNT PIC 9(05) VALUE ZERO.
           88 POSTED-TABLE-FULL VALUE 500.
       77 POSTED-TABLE-SUB   PIC 9(05) VALUE ZERO.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "C" TO CTL-FUNC.
           MOVE "LOANPOST" TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY = "DP"
              DISPLAY "LOANPOST ALREADY RUN FOR PERIOD " CTL-PERIOD
              EXIT PROGRAM.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O PAYMENTFILE.
           OPEN I-O LOANFILE.
           IF FSLN NOT = "00"
              DISPLAY "NO LOAN ACCOUNTS ON FILE"
              CLOSE PAYMENTFILE
              MOVE "M" TO CTL-FUNC
              CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD
                  CTL-REPLY
              EXIT PROGRAM.
           PERFORM LOAD-POSTED-TABLE-PARA.
           OPEN EXTEND LOANTXNFILE.
           IF FSLX = 30 OR FSLX = 35
              OPEN OUTPUT LOANTXNFILE.
           DISPLAY " ".
           DISPLAY "LOAN INSTALLMENT POSTING RUN".
           DISPLAY "RUN DATE " RUN-DATE.
           PERFORM POST-READ-PARA UNTIL PAY-EOF.
           CLOSE PAYMENTFILE.
           CLOSE LOANFILE.
           CLOSE LOANTXNFILE.
           DISPLAY " ".
           DISPLAY "INSTALLMENTS POSTED :" POSTED-COUNT.
           DISPLAY "LOANS FULLY REPAID  :" CLEARED-COUNT.
           DISPLAY "LOANS ALREADY POSTED:" SKIP-COUNT.
           DISPLAY "END OF LOAN INSTALLMENT POSTING".
           MOVE "M" TO CTL-FUNC.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           EXIT PROGRAM.

       LOAD-POSTED-TABLE-PARA.
           OPEN INPUT LOANTXNFILE.
           IF FSLX NOT = "00"
              GO TO LOAD-POSTED-TABLE-EXIT.
           PERFORM LOAD-POSTED-READ-PARA UNTIL TXN-EOF.
           CLOSE LOANTXNFILE.
           IF POSTED-TABLE-FULL
              DISPLAY "POSTED-LOAN TABLE FULL - SOME LOANS NOT CHECKED".
       LOAD-POSTED-TABLE-EXIT.
           EXIT.

       LOAD-POSTED-READ-PARA.
           READ LOANTXNFILE AT END SET TXN-EOF TO TRUE
               GO TO LOAD-POSTED-READ-EXIT.
           IF LXDATE(1:6) NOT = RUN-DATE(1:6)
              GO TO LOAD-POSTED-READ-EXIT.
           IF NOT POSTED-TABLE-FULL
              ADD 1 TO POSTED-TABLE-COUNT
              MOVE LXLOANID TO TPOSTID(POSTED-TABLE-COUNT).
       LOAD-POSTED-READ-EXIT.
           EXIT.

       CHECK-POSTED-PARA.
           MOVE 'N' TO POSTED-FOUND-SW.
           MOVE 1 TO POSTED-TABLE-SUB.
           PERFORM CHECK-POSTED-SCAN-PARA
               UNTIL POSTED-TABLE-SUB > POSTED-TABLE-COUNT
                  OR POSTED-FOUND.

       CHECK-POSTED-SCAN-PARA.
           IF TPOSTID(POSTED-TABLE-SUB) = LNLOANID
              MOVE 'Y' TO POSTED-FOUND-SW
           ELSE
              ADD 1 TO POSTED-TABLE-SUB.

       POST-READ-PARA.
           READ PAYMENTFILE AT END SET PAY-EOF TO TRUE
               GO TO POST-READ-EXIT.
           MOVE 0 TO TOT-BAL TOT-INST.
           MOVE 'N' TO HAS-LOAN-SW.
           MOVE 'N' TO LOAN-EOF-SW.
           MOVE PEMPID TO LNEMPID.
           START LOANFILE KEY IS EQUAL LNEMPID
               INVALID KEY SET LOAN-EOF TO TRUE.
           IF NOT LOAN-EOF
              PERFORM LOAN-READ-PARA UNTIL LOAN-EOF.
           IF NOT HAS-LOAN
              GO TO POST-READ-EXIT.
           MOVE TOT-BAL TO PLOAN.
           MOVE TOT-INST TO PLOANDA.
           REWRITE PAYMENTREC
              INVALID KEY
                 DISPLAY "  EMP " PEMPID " - UNABLE TO UPDATE RECORD".
       POST-READ-EXIT.
           EXIT.

       LOAN-READ-PARA.
           READ LOANFILE NEXT RECORD AT END SET LOAN-EOF TO TRUE
               GO TO LOAN-READ-EXIT.
           IF LNEMPID NOT = PEMPID
              SET LOAN-EOF TO TRUE
              GO TO LOAN-READ-EXIT.
           MOVE 'Y' TO HAS-LOAN-SW.
           IF LNBAL = 0
              GO TO LOAN-READ-EXIT.
           PERFORM CHECK-POSTED-PARA.
           IF POSTED-FOUND
              ADD 1 TO SKIP-COUNT
              DISPLAY "  EMP " PEMPID
                " LOAN " LNLOANID
                " ALREADY POSTED THIS MONTH - SKIPPED"
              ADD LNBAL TO TOT-BAL
              PERFORM ADD-INST-DUE-PARA
              GO TO LOAN-READ-EXIT.
           MOVE LNINST TO RECOVERY.
           IF RECOVERY > LNBAL
              MOVE LNBAL TO RECOVERY.
           SUBTRACT RECOVERY FROM LNBAL.
           REWRITE LOANREC
              INVALID KEY
                 DISPLAY "  EMP " PEMPID " LOAN " LNLOANID
                   " - UNABLE TO UPDATE LOAN ACCOUNT"
                 ADD RECOVERY TO LNBAL
                 ADD LNBAL TO TOT-BAL
                 PERFORM ADD-INST-DUE-PARA
                 GO TO LOAN-READ-EXIT.
           PERFORM WRITE-TXN-PARA.
           ADD 1 TO POSTED-COUNT.
           DISPLAY "  EMP " PEMPID
             " LOAN " LNLOANID
             " RECOVERED " RECOVERY
             " BALANCE " LNBAL.
           IF LNBAL = 0
              ADD 1 TO CLEARED-COUNT
              DISPLAY "  EMP " PEMPID
                " LOAN " LNLOANID
                " FULLY REPAID - DEDUCTION STOPPED".
           ADD LNBAL TO TOT-BAL.
           IF LNBAL > 0
              PERFORM ADD-INST-DUE-PARA.
       LOAN-READ-EXIT.
           EXIT.

       ADD-INST-DUE-PARA.
           IF LNBAL < LNINST
              ADD LNBAL TO TOT-INST
           ELSE
              ADD LNINST TO TOT-INST.

       WRITE-TXN-PARA.
           MOVE LNLOANID TO LXLOANID.
           MOVE LNEMPID TO LXEMPID.
           MOVE RUN-DATE TO LXDATE.
           MOVE RECOVERY TO LXAMOUNT.
           MOVE LNBAL TO LXBAL.
           WRITE LOANTXNREC.
           END PROGRAM LOANPOST.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSTMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LNLOANID
           ALTERNATE RECORD KEY IS LNEMPID WITH DUPLICATES
           FILE STATUS IS FSLN.

           SELECT LOANTXNFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSLX.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.
       FD LOANFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LOANACCT.DAT".
       01 LOANREC.
           02 LNLOANID PIC X(6).
           02 LNEMPID  PIC X(6).
           02 LNTYPE   PIC X(10).
           02 LNPRIN   PIC 9(8)V99.
           02 LNINST   PIC 9(8)V99.
           02 LNBAL    PIC 9(8)V99.
           02 LNSTDATE PIC X(10).

       FD LOANTXNFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LOANTXN.DAT".
       01 LOANTXNREC.
           02 LXLOANID PIC X(6).
           02 LXEMPID  PIC X(6).
           02 LXDATE   PIC 9(8).
           02 LXAMOUNT PIC 9(8)V99.
           02 LXBAL    PIC 9(8)V99.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSLN PIC XX.
       77 FSLX PIC XX.
       77 FSE  PIC XX.
       77 SEARCH-EMPID PIC X(6).
       77 LOAN-EOF-SW PIC X VALUE 'N'.
           88 LOAN-EOF VALUE 'Y'.
       77 TXN-EOF-SW PIC X VALUE 'N'.
           88 TXN-EOF VALUE 'Y'.
       77 LOAN-COUNT PIC 9(5) VALUE 0.
       77 TXN-COUNT  PIC 9(5) VALUE 0.
       77 TOT-BAL    PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER EMPLOYEE CODE :" AT COLUMN NUMBER 1.
           ACCEPT SEARCH-EMPID AT COLUMN NUMBER 35.
           OPEN INPUT LOANFILE.
           IF FSLN NOT = "00"
              DISPLAY "NO LOAN ACCOUNTS ON FILE"
              EXIT PROGRAM.
           OPEN INPUT EMPFILE.
           MOVE SEARCH-EMPID TO EEMPID.
           MOVE "NAME NOT ON FILE         " TO EEMPNAME.
           READ EMPFILE INVALID KEY
               MOVE "NAME NOT ON FILE         " TO EEMPNAME.
           CLOSE EMPFILE.
           DISPLAY " ".
           DISPLAY "EMPLOYEE LOAN STATEMENT".
           DISPLAY " EMPLOYEE CODE :" SEARCH-EMPID.
           DISPLAY " EMPLOYEE NAME :" EEMPNAME.
           DISPLAY " ".
           DISPLAY " LOAN ACCOUNTS".
           MOVE SEARCH-EMPID TO LNEMPID.
           START LOANFILE KEY IS EQUAL LNEMPID
               INVALID KEY SET LOAN-EOF TO TRUE.
           IF NOT LOAN-EOF
              PERFORM LOAN-READ-PARA UNTIL LOAN-EOF.
           CLOSE LOANFILE.
           IF LOAN-COUNT = 0
              DISPLAY "  NO LOAN ACCOUNTS FOR EMPLOYEE".
           DISPLAY " ".
           DISPLAY " INSTALLMENT HISTORY".
           OPEN INPUT LOANTXNFILE.
           IF FSLX = "00"
              PERFORM TXN-READ-PARA UNTIL TXN-EOF
              CLOSE LOANTXNFILE.
           IF TXN-COUNT = 0
              DISPLAY "  NO INSTALLMENTS POSTED FOR EMPLOYEE".
           DISPLAY " ".
           DISPLAY " TOTAL OUTSTANDING :" TOT-BAL.
           DISPLAY "END OF LOAN STATEMENT".
           EXIT PROGRAM.

       LOAN-READ-PARA.
           READ LOANFILE NEXT RECORD AT END SET LOAN-EOF TO TRUE
               GO TO LOAN-READ-EXIT.
           IF LNEMPID NOT = SEARCH-EMPID
              SET LOAN-EOF TO TRUE
              GO TO LOAN-READ-EXIT.
           ADD 1 TO LOAN-COUNT.
           ADD LNBAL TO TOT-BAL.
           DISPLAY "  LOAN " LNLOANID
             " TYPE " LNTYPE
             " PRINCIPAL " LNPRIN
             " INSTALLMENT " LNINST
             " BALANCE " LNBAL
             " START " LNSTDATE.
       LOAN-READ-EXIT.
           EXIT.

       TXN-READ-PARA.
           READ LOANTXNFILE AT END SET TXN-EOF TO TRUE
               GO TO TXN-READ-EXIT.
           IF LXEMPID NOT = SEARCH-EMPID
              GO TO TXN-READ-EXIT.
           ADD 1 TO TXN-COUNT.
           DISPLAY "  DATE " LXDATE
             " LOAN " LXLOANID
             " AMOUNT " LXAMOUNT
             " BALANCE " LXBAL.
       TXN-READ-EXIT.
           EXIT.
           END PROGRAM LOANSTMT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTPARMFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPRM.

       DATA DIVISION.
       FILE SECTION.
       FD RPTPARMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RPTPARM.DAT".
       01 RPTPARMREC.
           02 PRMPERIOD PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSPRM PIC XX.
       77 RUN-MODE   PIC X(1) VALUE "B".
       77 RUN-PERIOD PIC X(6) VALUE SPACES.
       77 RUN-DATE   PIC 9(8).
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "C" TO CTL-FUNC.
           MOVE "RPTBATCH" TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY = "DP"
              DISPLAY "RPTBATCH ALREADY RUN FOR PERIOD " CTL-PERIOD
              EXIT PROGRAM.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARM-PARA.
           DISPLAY " ".
           DISPLAY "REPORT SUITE BATCH RUN".
           DISPLAY "RUN DATE " RUN-DATE.
           IF RUN-PERIOD NOT = SPACES
              DISPLAY "PAY PERIOD " RUN-PERIOD.
           CALL "PAYBRREG" USING RUN-MODE RUN-PERIOD.
           CANCEL "PAYBRREG".
           DISPLAY "PAYBRREG.PRT WRITTEN".
           CALL "PAYSLIP" USING RUN-MODE RUN-PERIOD.
           CANCEL "PAYSLIP".
           DISPLAY "PAYSLIP.PRT WRITTEN".
           CALL "EMPDIR" USING RUN-MODE.
           CANCEL "EMPDIR".
           DISPLAY "EMPDIR.PRT WRITTEN".
           CALL "REVHIST" USING RUN-MODE.
           CANCEL "REVHIST".
           DISPLAY "REVHIST.PRT WRITTEN".
           CALL "LVRECON" USING RUN-MODE.
           CANCEL "LVRECON".
           DISPLAY "LVRECON.PRT WRITTEN".
           CALL "CONFCHK" USING RUN-MODE.
           CANCEL "CONFCHK".
           DISPLAY "CONFCHK.PRT WRITTEN".
           CALL "PAYVAR" USING RUN-MODE.
           CANCEL "PAYVAR".
           DISPLAY "PAYVAR.PRT WRITTEN".
           CALL "DEPTCOST" USING RUN-MODE RUN-PERIOD.
           CANCEL "DEPTCOST".
           DISPLAY "DEPTCOST.PRT WRITTEN".
           CALL "CLMREG" USING RUN-MODE RUN-PERIOD.
           CANCEL "CLMREG".
           DISPLAY "CLMREG.PRT WRITTEN".
           CALL "PENDRPT" USING RUN-MODE RUN-PERIOD.
           CANCEL "PENDRPT".
           DISPLAY "PENDRPT.PRT WRITTEN".
           CALL "HCMOVE" USING RUN-MODE RUN-PERIOD.
           CANCEL "HCMOVE".
           DISPLAY "HCMOVE.PRT WRITTEN".
           DISPLAY "END OF REPORT SUITE BATCH RUN".
           MOVE "M" TO CTL-FUNC.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           EXIT PROGRAM.

       READ-PARM-PARA.
           OPEN INPUT RPTPARMFILE.
           IF FSPRM NOT = "00"
              GO TO READ-PARM-EXIT.
           READ RPTPARMFILE AT END
               CLOSE RPTPARMFILE
               GO TO READ-PARM-EXIT.
           MOVE PRMPERIOD TO RUN-PERIOD.
           CLOSE RPTPARMFILE.
       READ-PARM-EXIT.
           EXIT.
           END PROGRAM RPTBATCH.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTENDANCEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ATKEY
           FILE STATUS IS FSAT.

           SELECT LEAVETRANSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LTLEVID
           ALTERNATE RECORD KEY IS LTEMPID WITH DUPLICATES
           FILE STATUS IS FSLT.

           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

       DATA DIVISION.
       FILE SECTION.
       FD ATTENDANCEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ATTEND.DAT".
       01 ATTENDANCEREC.
           02 ATKEY.
               03 ATEMPID  PIC X(6).
               03 ATDATE   PIC X(10).
           02 ATMARK   PIC X(1).
           02 ATBRNID  PIC X(6).

       FD LEAVETRANSFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LEAVETRN.DAT".
       01 LEAVETRANSREC.
           02 LTLEVID  PIC X(6).
           02 LTEMPID  PIC X(6).
           02 LTFMDATE PIC X(10).
           02 LTTODATE PIC X(10).
           02 LTLEVCAT PIC X(3).
           02 LTDAYS   PIC 999.

       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       WORKING-STORAGE SECTION.
       77 FSAT PIC XX.
       77 FSLT PIC XX.
       77 FSP  PIC XX.
       77 RUN-PERIOD PIC X(6).
       77 PERIOD-YEAR PIC 9(4).
       77 PERIOD-QUOT PIC 9(4).
       77 PERIOD-REM  PIC 9(4).
       77 DAYS-IN-MONTH PIC 99 VALUE 0.
       77 ATT-EOF-SW PIC X VALUE 'N'.
           88 ATT-EOF VALUE 'Y'.
       77 TRANS-EOF-SW PIC X VALUE 'N'.
           88 TRANS-EOF VALUE 'Y'.
       77 LVFILE-SW PIC X VALUE 'N'.
           88 LVFILE-OPEN VALUE 'Y'.
       77 HOLD-EMPID PIC X(6) VALUE SPACES.
       77 PERIOD-ROWS PIC 999 VALUE 0.
       77 PRES-DAYS  PIC 99 VALUE 0.
       77 HALF-DAYS  PIC 99 VALUE 0.
       77 ABS-DAYS   PIC 99 VALUE 0.
       77 LEAVE-DAYS PIC 999 VALUE 0.
       77 UNEXP-DAYS PIC S999 VALUE 0.
       77 POSTED-COUNT PIC 9(5) VALUE 0.
       77 SKIP-COUNT   PIC 9(5) VALUE 0.
       77 LT-ENTRY-CAT PIC X(3) VALUE SPACES.
           88 LT-BALANCE-POSTING VALUE "CCL" "CSL" "CPL" "BCL" "BSL"
              "BPL" "XCL" "XSL" "XPL" "EPL".
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER PAY PERIOD (YYYYMM) :" AT COLUMN NUMBER 1.
           ACCEPT RUN-PERIOD AT COLUMN NUMBER 40.
           IF RUN-PERIOD NOT NUMERIC
              DISPLAY "PERIOD NOT VALID - POSTING ABANDONED"
              EXIT PROGRAM.
           MOVE "C" TO CTL-FUNC.
           MOVE "ATTPOST" TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY = "DP"
              DISPLAY "ATTPOST ALREADY RUN FOR PERIOD " CTL-PERIOD
              EXIT PROGRAM.
           IF CTL-REPLY = "NR"
              DISPLAY "LVPOST NOT POSTED FOR PERIOD " CTL-PERIOD
                " - POSTING REFUSED"
              EXIT PROGRAM.
           IF RUN-PERIOD NOT = CTL-PERIOD
              DISPLAY "PERIOD DOES NOT MATCH OPEN CONTROL PERIOD "
                CTL-PERIOD " - POSTING ABANDONED"
              EXIT PROGRAM.
           PERFORM MONTH-DAYS-PARA.
           OPEN INPUT ATTENDANCEFILE.
           IF FSAT NOT = "00"
              DISPLAY "NO ATTENDANCE RECORDS ON FILE"
              MOVE "M" TO CTL-FUNC
              CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD
                  CTL-REPLY
              EXIT PROGRAM.
           OPEN INPUT LEAVETRANSFILE.
           IF FSLT = "00"
              MOVE 'Y' TO LVFILE-SW
           ELSE
              MOVE 'N' TO LVFILE-SW.
           OPEN I-O PAYMENTFILE.
           DISPLAY " ".
           DISPLAY "ATTENDANCE LOSS-OF-PAY POSTING RUN".
           DISPLAY "PAY PERIOD " RUN-PERIOD
             " CALENDAR DAYS " DAYS-IN-MONTH.
           PERFORM ATT-READ-PARA THRU ATT-READ-EXIT UNTIL ATT-EOF.
           IF HOLD-EMPID NOT = SPACES
              PERFORM POST-EMP-PARA THRU POST-EMP-EXIT.
           CLOSE ATTENDANCEFILE.
           IF LVFILE-OPEN
              CLOSE LEAVETRANSFILE.
           CLOSE PAYMENTFILE.
           DISPLAY " ".
           DISPLAY "EMPLOYEES POSTED  :" POSTED-COUNT.
           DISPLAY "EMPLOYEES SKIPPED :" SKIP-COUNT.
           DISPLAY "END OF ATTENDANCE POSTING".
           MOVE "M" TO CTL-FUNC.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           EXIT PROGRAM.

       MONTH-DAYS-PARA.
           IF RUN-PERIOD(5:2) = "01" OR "03" OR "05" OR "07"
              OR "08" OR "10" OR "12"
              MOVE 31 TO DAYS-IN-MONTH
           ELSE
             IF RUN-PERIOD(5:2) = "04" OR "06" OR "09" OR "11"
                MOVE 30 TO DAYS-IN-MONTH
             ELSE
                PERFORM FEB-DAYS-PARA.

       FEB-DAYS-PARA.
           MOVE RUN-PERIOD(1:4) TO PERIOD-YEAR.
           DIVIDE PERIOD-YEAR BY 4 GIVING PERIOD-QUOT
               REMAINDER PERIOD-REM.
           IF PERIOD-REM = 0
              MOVE 29 TO DAYS-IN-MONTH
           ELSE
              MOVE 28 TO DAYS-IN-MONTH.
           DIVIDE PERIOD-YEAR BY 100 GIVING PERIOD-QUOT
               REMAINDER PERIOD-REM.
           IF PERIOD-REM = 0
              MOVE 28 TO DAYS-IN-MONTH
              DIVIDE PERIOD-YEAR BY 400 GIVING PERIOD-QUOT
                  REMAINDER PERIOD-REM
              IF PERIOD-REM = 0
                 MOVE 29 TO DAYS-IN-MONTH.

       ATT-READ-PARA.
           READ ATTENDANCEFILE AT END SET ATT-EOF TO TRUE
               GO TO ATT-READ-EXIT.
           IF ATEMPID NOT = HOLD-EMPID
              PERFORM ATT-BREAK-PARA.
           IF ATDATE(1:4) = RUN-PERIOD(1:4)
              AND ATDATE(6:2) = RUN-PERIOD(5:2)
              PERFORM TALLY-MARK-PARA.
       ATT-READ-EXIT.
           EXIT.

       ATT-BREAK-PARA.
           IF HOLD-EMPID NOT = SPACES
              PERFORM POST-EMP-PARA THRU POST-EMP-EXIT.
           MOVE ATEMPID TO HOLD-EMPID.
           MOVE 0 TO PERIOD-ROWS PRES-DAYS HALF-DAYS ABS-DAYS.

       TALLY-MARK-PARA.
           ADD 1 TO PERIOD-ROWS.
           IF ATMARK = "P"
              ADD 1 TO PRES-DAYS
           ELSE
             IF ATMARK = "H"
                ADD 1 TO HALF-DAYS
             ELSE
               IF ATMARK = "A"
                  ADD 1 TO ABS-DAYS
               ELSE
                  DISPLAY "  EMP " ATEMPID
                    " DATE " ATDATE
                    " UNKNOWN MARKER " ATMARK
                    " - NOT COUNTED".

       POST-EMP-PARA.
           IF PERIOD-ROWS = 0
              GO TO POST-EMP-EXIT.
           PERFORM LEAVE-DAYS-PARA THRU LEAVE-DAYS-EXIT.
           COMPUTE UNEXP-DAYS = DAYS-IN-MONTH - PRES-DAYS
               - HALF-DAYS - LEAVE-DAYS.
           IF UNEXP-DAYS < 0
              MOVE 0 TO UNEXP-DAYS.
           IF UNEXP-DAYS = 0
              GO TO POST-EMP-EXIT.
           MOVE HOLD-EMPID TO PEMPID.
           READ PAYMENTFILE
              INVALID KEY
                 DISPLAY "  EMP " HOLD-EMPID
                   " - NO PAYMENT RECORD ON FILE"
                 ADD 1 TO SKIP-COUNT
                 GO TO POST-EMP-EXIT.
           ADD UNEXP-DAYS TO PLLOP.
           REWRITE PAYMENTREC
              INVALID KEY
                 DISPLAY "  EMP " HOLD-EMPID
                   " - UNABLE TO UPDATE RECORD"
                 ADD 1 TO SKIP-COUNT
                 GO TO POST-EMP-EXIT.
           ADD 1 TO POSTED-COUNT.
           DISPLAY "  EMP " HOLD-EMPID
             " PRESENT " PRES-DAYS
             " HALF " HALF-DAYS
             " ABSENT " ABS-DAYS
             " LEAVE " LEAVE-DAYS
             " LOP POSTED " UNEXP-DAYS.
       POST-EMP-EXIT.
           EXIT.

       LEAVE-DAYS-PARA.
           MOVE 0 TO LEAVE-DAYS.
           IF NOT LVFILE-OPEN
              GO TO LEAVE-DAYS-EXIT.
           MOVE 'N' TO TRANS-EOF-SW.
           MOVE HOLD-EMPID TO LTEMPID.
           START LEAVETRANSFILE KEY IS EQUAL LTEMPID
               INVALID KEY SET TRANS-EOF TO TRUE.
           IF NOT TRANS-EOF
              PERFORM LEAVE-READ-PARA THRU LEAVE-READ-EXIT
                 UNTIL TRANS-EOF.
       LEAVE-DAYS-EXIT.
           EXIT.

       LEAVE-READ-PARA.
           READ LEAVETRANSFILE NEXT RECORD AT END
               SET TRANS-EOF TO TRUE
               GO TO LEAVE-READ-EXIT.
           IF LTEMPID NOT = HOLD-EMPID
              SET TRANS-EOF TO TRUE
              GO TO LEAVE-READ-EXIT.
           MOVE LTLEVCAT TO LT-ENTRY-CAT.
           IF LT-BALANCE-POSTING
              GO TO LEAVE-READ-EXIT.
           IF LTFMDATE(1:4) = RUN-PERIOD(1:4)
              AND LTFMDATE(6:2) = RUN-PERIOD(5:2)
              ADD LTDAYS TO LEAVE-DAYS.
       LEAVE-READ-EXIT.
           EXIT.
           END PROGRAM ATTPOST.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARREARS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVISIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RREVID
           ALTERNATE RECORD KEY IS REMPID WITH DUPLICATES
           FILE STATUS IS FSR.

           SELECT PAYHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HKEY
           FILE STATUS IS FSH.

           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT ARRPOSTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARREVID
           FILE STATUS IS FSAR.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPRT.

       DATA DIVISION.
       FILE SECTION.
       FD REVISIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REVISION.DAT".
       01 REVISIONREC.
           02 RREVID   PIC X(6).
           02 REMPID   PIC X(6).
           02 RDESCODE PIC X(6).
           02 RBASIC   PIC 9(6)V99.
           02 RHRA     PIC 9(6)V99.
           02 RDPA     PIC 9(6)V99.
           02 RPPA     PIC 9(6)V99.
           02 REDUA    PIC 9(6)V99.
           02 RTECHJR  PIC 9(6)V99.
           02 RLUNCHA  PIC 9(6)V99.
           02 RCONVEY  PIC 9(6)V99.
           02 RBUSATR  PIC 9(6)V99.
           02 RLTA     PIC 9(6)V99.
           02 RPF      PIC 9(6)V99.
           02 RESI     PIC 9(6)V99.
           02 RREVDATE PIC X(10).

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYHIST.DAT".
       01 PAYHISTREC.
           02 HKEY.
               03 HEMPID   PIC X(6).
               03 HPAYPER  PIC X(6).
           02 HBASIC   PIC 9(6)V99.
           02 HDA      PIC 9(6)V99.
           02 HCCA     PIC 9(6)V99.
           02 HHRA     PIC 9(6)V99.
           02 HDPA     PIC 9(6)V99.
           02 HPPA     PIC 9(6)V99.
           02 HEDUA    PIC 9(6)V99.
           02 HTECHJR  PIC 9(6)V99.
           02 HLUNCHA  PIC 9(6)V99.
           02 HCONVEY  PIC 9(6)V99.
           02 HBUSATR  PIC 9(6)V99.
           02 HLTA     PIC 9(6)V99.
           02 HPF      PIC 9(6)V99.
           02 HESI     PIC 9(6)V99.
           02 HGRTY    PIC 9(6)V99.
           02 HPTAX    PIC 9(6)V99.
           02 HITAX    PIC 9(6)V99.
           02 HLOAN    PIC 9(8)V99.
           02 HLOANDA  PIC 9(8)V99.
           02 HOTHERD  PIC 9(6)V99.
           02 HPERINC  PIC 9(6)V99.
           02 HMEDI    PIC 9(6)V99.
           02 HBOOK    PIC 9(6)V99.
           02 HENTER   PIC 9(6)V99.
           02 HTPH     PIC 9(6)V99.
           02 HHOUSE   PIC 9(6)V99.
           02 HVEHMAN  PIC 9(6)V99.
           02 HCREDIT  PIC 9(6)V99.
           02 HCLUB    PIC 9(6)V99.
           02 HCL      PIC 99.
           02 HSL      PIC 99.
           02 HPL      PIC 99.
           02 HLLOP    PIC 999.
           02 HOTHERL  PIC 999.

       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD ARRPOSTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ARRPOST.DAT".
       01 ARRPOSTREC.
           02 ARREVID  PIC X(6).
           02 AREMPID  PIC X(6).
           02 ARPERIOD PIC X(6).
           02 ARAMOUNT PIC 9(8)V99.

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ARREARS.PRT".
       01 PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSR   PIC XX.
       77 FSH   PIC XX.
       77 FSP   PIC XX.
       77 FSAR  PIC XX.
       77 FSPRT PIC XX.
       77 RPT-RUN-DATE PIC 9(8).
       77 PAGE-COUNT PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 99 VALUE 99.
       77 PAGE-LIMIT PIC 99 VALUE 60.
       77 CURR-PERIOD PIC X(6).
       77 REV-PERIOD  PIC X(6).
       77 REV-EOF-SW PIC X VALUE 'N'.
           88 REV-EOF VALUE 'Y'.
       77 HIST-EOF-SW PIC X VALUE 'N'.
           88 HIST-EOF VALUE 'Y'.
       77 MONTH-DIFF  PIC S9(8)V99 VALUE 0.
       77 ARR-TOTAL   PIC S9(9)V99 VALUE 0.
       77 HIST-MONTHS PIC 9(3) VALUE 0.
       77 POSTED-COUNT  PIC 9(5) VALUE 0.
       77 SKIPPED-COUNT PIC 9(5) VALUE 0.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.
       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40)
              VALUE "SALARY REVISION ARREARS STATEMENT".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
       01 EMP-LINE.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 FILLER      PIC X(9)  VALUE "EMPLOYEE ".
           02 EMH-EMPID   PIC X(6).
           02 FILLER      PIC X(10) VALUE " REVISION ".
           02 EMH-REVID   PIC X(6).
           02 FILLER      PIC X(5)  VALUE " DUE ".
           02 EMH-REVDATE PIC X(10).
           02 FILLER      PIC X(84) VALUE SPACES.
       01 DETAIL-LINE.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 FILLER      PIC X(7)  VALUE "PERIOD ".
           02 DTL-PERIOD  PIC X(6).
           02 FILLER      PIC X(16) VALUE " ARCHIVED BASIC ".
           02 DTL-OLDBAS  PIC ZZZZZ9.99.
           02 FILLER      PIC X(15) VALUE " REVISED BASIC ".
           02 DTL-NEWBAS  PIC ZZZZZ9.99.
           02 FILLER      PIC X(18) VALUE " MONTH DIFFERENCE ".
           02 DTL-DIFF    PIC -ZZZZZZ9.99.
           02 FILLER      PIC X(40) VALUE SPACES.
       01 TOTAL-LINE.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 FILLER      PIC X(14) VALUE "TOTAL ARREARS ".
           02 TOT-AMOUNT  PIC -ZZZZZZZ9.99.
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 TOT-STATUS  PIC X(40).
           02 FILLER      PIC X(63) VALUE SPACES.
       01 RPT-TEXT-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 RPT-TEXT PIC X(130).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "R" TO CTL-FUNC.
           MOVE SPACES TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY NOT = "OK"
              DISPLAY "UNABLE TO READ PAY PERIOD CONTROL"
                " - ARREARS RUN ABANDONED"
              EXIT PROGRAM.
           MOVE CTL-PERIOD TO CURR-PERIOD.
           OPEN INPUT REVISIONFILE.
           IF FSR NOT = "00"
              DISPLAY "NO REVISIONS ON FILE"
              EXIT PROGRAM.
           OPEN INPUT PAYHISTFILE.
           IF FSH NOT = "00"
              DISPLAY "NO PAY HISTORY ON FILE"
              CLOSE REVISIONFILE
              EXIT PROGRAM.
           OPEN I-O PAYMENTFILE.
           PERFORM OPEN-ARRPOST-PARA.
           OPEN OUTPUT PRINTFILE.
           DISPLAY " ".
           DISPLAY "SALARY REVISION ARREARS RUN".
           DISPLAY "RUN DATE " RPT-RUN-DATE
             " OPEN PERIOD " CURR-PERIOD.
           PERFORM REV-READ-PARA UNTIL REV-EOF.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "END OF ARREARS STATEMENTS" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           CLOSE REVISIONFILE.
           CLOSE PAYHISTFILE.
           CLOSE PAYMENTFILE.
           CLOSE ARRPOSTFILE.
           CLOSE PRINTFILE.
           DISPLAY " ".
           DISPLAY "ARREARS POSTED  :" POSTED-COUNT.
           DISPLAY "ARREARS SKIPPED :" SKIPPED-COUNT.
           DISPLAY "STATEMENTS WRITTEN TO ARREARS.PRT".
           DISPLAY "END OF ARREARS RUN".
           IF POSTED-COUNT > 0
              PERFORM REOPEN-EARNPAY-PARA.
           EXIT PROGRAM.

       REOPEN-EARNPAY-PARA.
           MOVE "U" TO CTL-FUNC.
           MOVE SPACES TO CTL-JOB.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY = "RS"
              DISPLAY "PAYMENT CHANGED - RERUN EARNCALC AND STATCALC "
                "FOR PERIOD " CTL-PERIOD.

       OPEN-ARRPOST-PARA.
           OPEN I-O ARRPOSTFILE.
           IF FSAR = 30 OR FSAR = 35
              OPEN OUTPUT ARRPOSTFILE
              CLOSE ARRPOSTFILE
              OPEN I-O ARRPOSTFILE.

       REV-READ-PARA.
           READ REVISIONFILE AT END SET REV-EOF TO TRUE
               GO TO REV-READ-EXIT.
           IF RREVDATE(1:4) IS NOT NUMERIC
              OR RREVDATE(6:2) IS NOT NUMERIC
              DISPLAY "  EMP " REMPID " REVISION " RREVID
                " - REVISED DATE NOT VALID - SKIPPED"
              ADD 1 TO SKIPPED-COUNT
              GO TO REV-READ-EXIT.
           MOVE RREVDATE(1:4) TO REV-PERIOD(1:4).
           MOVE RREVDATE(6:2) TO REV-PERIOD(5:2).
           IF REV-PERIOD NOT < CURR-PERIOD
              GO TO REV-READ-EXIT.
           MOVE RREVID TO ARREVID.
           READ ARRPOSTFILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY "  EMP " REMPID " REVISION " RREVID
                   " - ARREARS ALREADY POSTED IN " ARPERIOD
                 ADD 1 TO SKIPPED-COUNT
                 GO TO REV-READ-EXIT.
           PERFORM STATEMENT-HEADER-PARA.
           PERFORM HIST-SCAN-PARA.
           IF HIST-MONTHS = 0
              MOVE "NO ARCHIVED PERIODS ON OR AFTER REVISED DATE"
                TO RPT-TEXT
              MOVE RPT-TEXT-LINE TO RPT-LINE
              PERFORM PRINT-LINE-PARA
              ADD 1 TO SKIPPED-COUNT
              GO TO REV-READ-EXIT.
           IF ARR-TOTAL NOT > 0
              MOVE ARR-TOTAL TO TOT-AMOUNT
              MOVE "NOT POSITIVE - NOT POSTED" TO TOT-STATUS
              MOVE TOTAL-LINE TO RPT-LINE
              PERFORM PRINT-LINE-PARA
              ADD 1 TO SKIPPED-COUNT
              GO TO REV-READ-EXIT.
           MOVE REMPID TO PEMPID.
           READ PAYMENTFILE
              INVALID KEY
                 MOVE ARR-TOTAL TO TOT-AMOUNT
                 MOVE "NO PAYMENT RECORD - NOT POSTED" TO TOT-STATUS
                 MOVE TOTAL-LINE TO RPT-LINE
                 PERFORM PRINT-LINE-PARA
                 ADD 1 TO SKIPPED-COUNT
                 GO TO REV-READ-EXIT.
           ADD ARR-TOTAL TO PPERINC.
           REWRITE PAYMENTREC
              INVALID KEY
                 DISPLAY "  EMP " REMPID " - UNABLE TO UPDATE RECORD"
                 ADD 1 TO SKIPPED-COUNT
                 GO TO REV-READ-EXIT.
           MOVE RREVID TO ARREVID.
           MOVE REMPID TO AREMPID.
           MOVE CURR-PERIOD TO ARPERIOD.
           MOVE ARR-TOTAL TO ARAMOUNT.
           WRITE ARRPOSTREC
              INVALID KEY
                 DISPLAY "  EMP " REMPID " REVISION " RREVID
                   " - UNABLE TO RECORD ARREARS POSTING".
           MOVE ARR-TOTAL TO TOT-AMOUNT.
           MOVE "POSTED TO CURRENT PAY" TO TOT-STATUS.
           MOVE TOTAL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           ADD 1 TO POSTED-COUNT.
           DISPLAY "  EMP " REMPID " REVISION " RREVID
             " ARREARS POSTED " ARAMOUNT.
       REV-READ-EXIT.
           EXIT.

       STATEMENT-HEADER-PARA.
           MOVE 99 TO LINE-COUNT.
           MOVE REMPID TO EMH-EMPID.
           MOVE RREVID TO EMH-REVID.
           MOVE RREVDATE TO EMH-REVDATE.
           MOVE EMP-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       HIST-SCAN-PARA.
           MOVE 'N' TO HIST-EOF-SW.
           MOVE 0 TO ARR-TOTAL.
           MOVE 0 TO HIST-MONTHS.
           MOVE REMPID TO HEMPID.
           MOVE REV-PERIOD TO HPAYPER.
           START PAYHISTFILE KEY IS NOT LESS THAN HKEY
               INVALID KEY SET HIST-EOF TO TRUE.
           IF NOT HIST-EOF
              PERFORM HIST-READ-PARA UNTIL HIST-EOF.

       HIST-READ-PARA.
           READ PAYHISTFILE NEXT RECORD AT END SET HIST-EOF TO TRUE
               GO TO HIST-READ-EXIT.
           IF HEMPID NOT = REMPID
              SET HIST-EOF TO TRUE
              GO TO HIST-READ-EXIT.
           IF HPAYPER NOT < CURR-PERIOD
              SET HIST-EOF TO TRUE
              GO TO HIST-READ-EXIT.
           COMPUTE MONTH-DIFF = (RBASIC - HBASIC) + (RHRA - HHRA)
               + (RDPA - HDPA) + (RPPA - HPPA) + (REDUA - HEDUA)
               + (RTECHJR - HTECHJR) + (RLUNCHA - HLUNCHA)
               + (RCONVEY - HCONVEY) + (RBUSATR - HBUSATR)
               + (RLTA - HLTA).
           ADD MONTH-DIFF TO ARR-TOTAL.
           ADD 1 TO HIST-MONTHS.
           MOVE HPAYPER TO DTL-PERIOD.
           MOVE HBASIC TO DTL-OLDBAS.
           MOVE RBASIC TO DTL-NEWBAS.
           MOVE MONTH-DIFF TO DTL-DIFF.
           MOVE DETAIL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
       HIST-READ-EXIT.
           EXIT.

       PRINT-HEADING-PARA.
           ADD 1 TO PAGE-COUNT.
           MOVE RPT-RUN-DATE TO HDG-DATE.
           MOVE PAGE-COUNT TO HDG-PAGE.
           WRITE PRINT-REC FROM HDG-LINE-1.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 2 TO LINE-COUNT.

       PRINT-LINE-PARA.
           IF LINE-COUNT > PAGE-LIMIT
              PERFORM PRINT-HEADING-PARA.
           WRITE PRINT-REC FROM RPT-LINE.
           ADD 1 TO LINE-COUNT.
           END PROGRAM ARREARS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDSCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT PAYHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HKEY
           FILE STATUS IS FSH.

           SELECT TAXSLABFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXKEY
           FILE STATUS IS FSTX.

           SELECT SUPPHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SHKEY
           FILE STATUS IS FSSH.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYHIST.DAT".
       01 PAYHISTREC.
           02 HKEY.
               03 HEMPID   PIC X(6).
               03 HPAYPER  PIC X(6).
           02 HBASIC   PIC 9(6)V99.
           02 HDA      PIC 9(6)V99.
           02 HCCA     PIC 9(6)V99.
           02 HHRA     PIC 9(6)V99.
           02 HDPA     PIC 9(6)V99.
           02 HPPA     PIC 9(6)V99.
           02 HEDUA    PIC 9(6)V99.
           02 HTECHJR  PIC 9(6)V99.
           02 HLUNCHA  PIC 9(6)V99.
           02 HCONVEY  PIC 9(6)V99.
           02 HBUSATR  PIC 9(6)V99.
           02 HLTA     PIC 9(6)V99.
           02 HPF      PIC 9(6)V99.
           02 HESI     PIC 9(6)V99.
           02 HGRTY    PIC 9(6)V99.
           02 HPTAX    PIC 9(6)V99.
           02 HITAX    PIC 9(6)V99.
           02 HLOAN    PIC 9(8)V99.
           02 HLOANDA  PIC 9(8)V99.
           02 HOTHERD  PIC 9(6)V99.
           02 HPERINC  PIC 9(6)V99.
           02 HMEDI    PIC 9(6)V99.
           02 HBOOK    PIC 9(6)V99.
           02 HENTER   PIC 9(6)V99.
           02 HTPH     PIC 9(6)V99.
           02 HHOUSE   PIC 9(6)V99.
           02 HVEHMAN  PIC 9(6)V99.
           02 HCREDIT  PIC 9(6)V99.
           02 HCLUB    PIC 9(6)V99.
           02 HCL      PIC 99.
           02 HSL      PIC 99.
           02 HPL      PIC 99.
           02 HLLOP    PIC 999.
           02 HOTHERL  PIC 999.

       FD TAXSLABFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TAXSLAB.DAT".
       01 TAXSLABREC.
           02 TXKEY.
               03 TXFYEAR  PIC X(4).
               03 TXSLABNO PIC 99.
           02 TXLOWER  PIC 9(8)V99.
           02 TXUPPER  PIC 9(8)V99.
           02 TXRATE   PIC 99V99.
           02 TXSTDEX  PIC 9(8)V99.

       FD SUPPHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SUPPHIST.DAT".
       01 SUPPHISTREC.
           02 SHKEY.
               03 SHEMPID   PIC X(6).
               03 SHPERIOD  PIC X(6).
               03 SHRUNNO   PIC 99.
               03 SHTYPE    PIC X(6).
           02 SHRUNTYPE PIC X(1).
           02 SHAMOUNT  PIC 9(8)V99.
           02 SHTAXABLE PIC X(1).
           02 SHTDS     PIC 9(8)V99.
           02 SHNET     PIC 9(8)V99.
           02 SHRUNDATE PIC X(10).
           02 SHREMARK  PIC X(20).

       WORKING-STORAGE SECTION.
       77 FSP  PIC XX.
       77 FSH  PIC XX.
       77 FSTX PIC XX.
       77 FSSH PIC XX.
       77 CURR-PERIOD PIC X(6).
       77 CURR-MM PIC 99.
       77 CURR-YY PIC 9(4).
       77 FY-START PIC 9(4).
       77 FY-NEXT  PIC 9(4).
       77 FY-FIRST-PERIOD PIC X(6).
       77 FY-LAST-PERIOD  PIC X(6).
       77 CURR-IDX PIC 99.
       77 REMAIN-MONTHS PIC 99.
       77 PAY-EOF-SW PIC X VALUE 'N'.
           88 PAY-EOF VALUE 'Y'.
       77 HIST-EOF-SW PIC X VALUE 'N'.
           88 HIST-EOF VALUE 'Y'.
       77 SUPP-EOF-SW PIC X VALUE 'N'.
           88 SUPP-EOF VALUE 'Y'.
       77 SLAB-EOF-SW PIC X VALUE 'N'.
           88 SLAB-EOF VALUE 'Y'.
       77 HIST-GROSS PIC 9(9)V99 VALUE 0.
       77 TAX-PAID   PIC 9(9)V99 VALUE 0.
       77 CURR-GROSS PIC 9(8)V99 VALUE 0.
       77 PROJ-GROSS PIC 9(9)V99 VALUE 0.
       77 TAXABLE-INCOME PIC 9(9)V99 VALUE 0.
       77 ANNUAL-TAX PIC 9(9)V99 VALUE 0.
       77 TAX-BALANCE PIC S9(9)V99 VALUE 0.
       77 MONTHLY-TDS PIC 9(8)V99 VALUE 0.
       77 SLAB-PORTION PIC 9(9)V99 VALUE 0.
       77 STD-EXEMPT  PIC 9(8)V99 VALUE 0.
       77 POSTED-COUNT PIC 9(5) VALUE 0.
       01 SLAB-TABLE.
           05 SLAB-ENTRY OCCURS 20 TIMES.
               10 TSLLOWER PIC 9(8)V99.
               10 TSLUPPER PIC 9(8)V99.
               10 TSLRATE  PIC 99V99.
       77 SLAB-COUNT PIC 99 VALUE 0.
       77 SLAB-SUB   PIC 99 VALUE 0.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER CURRENT PAY PERIOD (YYYYMM) :"
             AT COLUMN NUMBER 1.
           ACCEPT CURR-PERIOD AT COLUMN NUMBER 40.
           IF CURR-PERIOD NOT NUMERIC
              DISPLAY "PERIOD NOT VALID - TAX RUN ABANDONED"
              EXIT PROGRAM.
           MOVE "R" TO CTL-FUNC.
           MOVE SPACES TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY = "OK" AND CURR-PERIOD NOT = CTL-PERIOD
              DISPLAY "PERIOD DOES NOT MATCH OPEN CONTROL PERIOD "
                CTL-PERIOD " - TAX RUN ABANDONED"
              EXIT PROGRAM.
           PERFORM FY-BOUNDS-PARA.
           OPEN INPUT TAXSLABFILE.
           IF FSTX NOT = "00"
              DISPLAY "NO TAX SLAB MASTER ON FILE"
              EXIT PROGRAM.
           PERFORM LOAD-SLABS-PARA.
           CLOSE TAXSLABFILE.
           IF SLAB-COUNT = 0
              DISPLAY "NO TAX SLABS FOR YEAR " FY-START
                " - TAX RUN ABANDONED"
              EXIT PROGRAM.
           OPEN I-O PAYMENTFILE.
           OPEN INPUT PAYHISTFILE.
           OPEN INPUT SUPPHISTFILE.
           DISPLAY " ".
           DISPLAY "MONTHLY INCOME TAX COMPUTATION RUN".
           DISPLAY "PAY PERIOD " CURR-PERIOD
             " FINANCIAL YEAR " FY-START
             " REMAINING MONTHS " REMAIN-MONTHS.
           PERFORM TDS-READ-PARA THRU TDS-READ-EXIT UNTIL PAY-EOF.
           CLOSE PAYMENTFILE.
           IF FSH = "00"
              CLOSE PAYHISTFILE.
           IF FSSH = "00"
              CLOSE SUPPHISTFILE.
           DISPLAY " ".
           DISPLAY "EMPLOYEES POSTED :" POSTED-COUNT.
           DISPLAY "END OF INCOME TAX COMPUTATION".
           EXIT PROGRAM.

       FY-BOUNDS-PARA.
           MOVE CURR-PERIOD(5:2) TO CURR-MM.
           MOVE CURR-PERIOD(1:4) TO CURR-YY.
           IF CURR-MM > 3
              MOVE CURR-YY TO FY-START
              COMPUTE CURR-IDX = CURR-MM - 3
           ELSE
              COMPUTE FY-START = CURR-YY - 1
              COMPUTE CURR-IDX = CURR-MM + 9.
           COMPUTE FY-NEXT = FY-START + 1.
           COMPUTE REMAIN-MONTHS = 13 - CURR-IDX.
           MOVE FY-START TO FY-FIRST-PERIOD(1:4).
           MOVE "04" TO FY-FIRST-PERIOD(5:2).
           MOVE FY-NEXT TO FY-LAST-PERIOD(1:4).
           MOVE "03" TO FY-LAST-PERIOD(5:2).

       LOAD-SLABS-PARA.
           MOVE FY-START TO TXFYEAR.
           MOVE 0 TO TXSLABNO.
           START TAXSLABFILE KEY IS NOT LESS THAN TXKEY
               INVALID KEY SET SLAB-EOF TO TRUE.
           IF NOT SLAB-EOF
              PERFORM LOAD-SLAB-READ-PARA THRU LOAD-SLAB-READ-EXIT
                 UNTIL SLAB-EOF.

       LOAD-SLAB-READ-PARA.
           READ TAXSLABFILE NEXT RECORD AT END SET SLAB-EOF TO TRUE
               GO TO LOAD-SLAB-READ-EXIT.
           IF TXFYEAR NOT = FY-FIRST-PERIOD(1:4)
              SET SLAB-EOF TO TRUE
              GO TO LOAD-SLAB-READ-EXIT.
           IF SLAB-COUNT < 20
              ADD 1 TO SLAB-COUNT
              MOVE TXLOWER TO TSLLOWER(SLAB-COUNT)
              MOVE TXUPPER TO TSLUPPER(SLAB-COUNT)
              MOVE TXRATE TO TSLRATE(SLAB-COUNT)
              MOVE TXSTDEX TO STD-EXEMPT.
       LOAD-SLAB-READ-EXIT.
           EXIT.

       TDS-READ-PARA.
           READ PAYMENTFILE AT END SET PAY-EOF TO TRUE
               GO TO TDS-READ-EXIT.
           PERFORM HIST-SCAN-PARA THRU HIST-SCAN-EXIT.
           IF FSSH = "00"
              PERFORM SUPP-SCAN-PARA.
           PERFORM CURR-GROSS-PARA.
           COMPUTE PROJ-GROSS = HIST-GROSS
               + CURR-GROSS * REMAIN-MONTHS.
           IF PROJ-GROSS > STD-EXEMPT
              COMPUTE TAXABLE-INCOME = PROJ-GROSS - STD-EXEMPT
           ELSE
              MOVE 0 TO TAXABLE-INCOME.
           PERFORM CALC-TAX-PARA.
           COMPUTE TAX-BALANCE = ANNUAL-TAX - TAX-PAID.
           IF TAX-BALANCE > 0
              COMPUTE MONTHLY-TDS ROUNDED = TAX-BALANCE
                  / REMAIN-MONTHS
           ELSE
              MOVE 0 TO MONTHLY-TDS.
           MOVE MONTHLY-TDS TO PITAX.
           REWRITE PAYMENTREC
              INVALID KEY
                 DISPLAY "  EMP " PEMPID " - UNABLE TO UPDATE RECORD"
                 GO TO TDS-READ-EXIT.
           ADD 1 TO POSTED-COUNT.
           DISPLAY "  EMP " PEMPID
             " PROJECTED GROSS " PROJ-GROSS
             " ANNUAL TAX " ANNUAL-TAX
             " PAID " TAX-PAID
             " MONTHLY TDS " MONTHLY-TDS.
       TDS-READ-EXIT.
           EXIT.

       CURR-GROSS-PARA.
           COMPUTE CURR-GROSS = PBASIC + PDA + PCCA + PHRA + PDPA
               + PPPA + PEDUA + PTECHJR + PLUNCHA + PCONVEY + PBUSATR
               + PLTA + PGRTY + PPERINC + PMEDI + PBOOK + PENTER
               + PTPH + PHOUSE + PVEHMAN + PCREDIT + PCLUB.

       HIST-SCAN-PARA.
           MOVE 0 TO HIST-GROSS.
           MOVE 0 TO TAX-PAID.
           IF FSH NOT = "00"
              GO TO HIST-SCAN-EXIT.
           MOVE 'N' TO HIST-EOF-SW.
           MOVE PEMPID TO HEMPID.
           MOVE FY-FIRST-PERIOD TO HPAYPER.
           START PAYHISTFILE KEY IS NOT LESS THAN HKEY
               INVALID KEY SET HIST-EOF TO TRUE.
           IF NOT HIST-EOF
              PERFORM HIST-READ-PARA THRU HIST-READ-EXIT UNTIL HIST-EOF.
       HIST-SCAN-EXIT.
           EXIT.

       HIST-READ-PARA.
           READ PAYHISTFILE NEXT RECORD AT END SET HIST-EOF TO TRUE
               GO TO HIST-READ-EXIT.
           IF HEMPID NOT = PEMPID
              SET HIST-EOF TO TRUE
              GO TO HIST-READ-EXIT.
           IF HPAYPER > FY-LAST-PERIOD
              SET HIST-EOF TO TRUE
              GO TO HIST-READ-EXIT.
           COMPUTE HIST-GROSS = HIST-GROSS + HBASIC + HDA + HCCA
               + HHRA + HDPA + HPPA + HEDUA + HTECHJR + HLUNCHA
               + HCONVEY + HBUSATR + HLTA + HGRTY + HPERINC + HMEDI
               + HBOOK + HENTER + HTPH + HHOUSE + HVEHMAN + HCREDIT
               + HCLUB.
           ADD HITAX TO TAX-PAID.
       HIST-READ-EXIT.
           EXIT.

       SUPP-SCAN-PARA.
           MOVE 'N' TO SUPP-EOF-SW.
           MOVE PEMPID TO SHEMPID.
           MOVE FY-FIRST-PERIOD TO SHPERIOD.
           MOVE 0 TO SHRUNNO.
           MOVE LOW-VALUES TO SHTYPE.
           START SUPPHISTFILE KEY IS NOT LESS THAN SHKEY
               INVALID KEY SET SUPP-EOF TO TRUE.
           PERFORM SUPP-READ-PARA THRU SUPP-READ-EXIT UNTIL SUPP-EOF.

       SUPP-READ-PARA.
           READ SUPPHISTFILE NEXT RECORD AT END SET SUPP-EOF TO TRUE
               GO TO SUPP-READ-EXIT.
           IF SHEMPID NOT = PEMPID
              SET SUPP-EOF TO TRUE
              GO TO SUPP-READ-EXIT.
           IF SHPERIOD > FY-LAST-PERIOD
              SET SUPP-EOF TO TRUE
              GO TO SUPP-READ-EXIT.
           IF SHTAXABLE = "Y"
              ADD SHAMOUNT TO HIST-GROSS.
           ADD SHTDS TO TAX-PAID.
       SUPP-READ-EXIT.
           EXIT.

       CALC-TAX-PARA.
           MOVE 0 TO ANNUAL-TAX.
           MOVE 1 TO SLAB-SUB.
           PERFORM CALC-SLAB-PARA UNTIL SLAB-SUB > SLAB-COUNT.

       CALC-SLAB-PARA.
           IF TAXABLE-INCOME > TSLLOWER(SLAB-SUB)
              PERFORM CALC-PORTION-PARA.
           ADD 1 TO SLAB-SUB.

       CALC-PORTION-PARA.
           MOVE TAXABLE-INCOME TO SLAB-PORTION.
           IF TSLUPPER(SLAB-SUB) > 0
              AND SLAB-PORTION > TSLUPPER(SLAB-SUB)
              MOVE TSLUPPER(SLAB-SUB) TO SLAB-PORTION.
           SUBTRACT TSLLOWER(SLAB-SUB) FROM SLAB-PORTION.
           COMPUTE ANNUAL-TAX = ANNUAL-TAX
               + SLAB-PORTION * TSLRATE(SLAB-SUB) / 100.
           END PROGRAM TDSCALC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRTYACCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPRT.

           SELECT WORK-FILE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).
           02 BSTATE   PIC X(2).

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "GRTYACCR.PRT".
       01 PRINT-REC PIC X(132).

       SD WORK-FILE.
       01 WORK-REC.
           02 WBRNID   PIC X(6).
           02 WBRNAME  PIC X(15).
           02 WEMPID   PIC X(6).
           02 WYEARS   PIC 99.
           02 WPRIOR   PIC 9(6)V99.
           02 WNEW     PIC 9(6)V99.
           02 WMOVE    PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       77 FSE   PIC XX.
       77 FSP   PIC XX.
       77 FSB   PIC XX.
       77 FSPRT PIC XX.
       77 RPT-RUN-DATE PIC 9(8).
       77 PAGE-COUNT PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 99 VALUE 99.
       77 PAGE-LIMIT PIC 99 VALUE 60.
       77 BUILD-EOF-SW PIC X VALUE 'N'.
           88 BUILD-EOF VALUE 'Y'.
       77 SORT-EOF-SW PIC X VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.
       77 FIRST-BREAK-SW PIC X VALUE 'Y'.
       77 HOLD-BRNID   PIC X(6) VALUE SPACES.
       77 HOLD-BRNAME  PIC X(15) VALUE SPACES.
       77 RUN-YEAR PIC 9(4).
       77 DOJ-YEAR PIC 9(4).
       77 RUN-MMDD PIC 9(4).
       77 DOJ-MMDD PIC 9(4).
       77 SERVICE-YEARS PIC S9(4) VALUE 0.
       77 NEW-GRTY PIC 9(6)V99 VALUE 0.
       77 PRIOR-GRTY PIC 9(6)V99 VALUE 0.
       77 SUB-PRIOR PIC 9(8)V99 VALUE 0.
       77 SUB-NEW   PIC 9(8)V99 VALUE 0.
       77 SUB-MOVE  PIC S9(8)V99 VALUE 0.
       77 GRAND-PRIOR PIC 9(9)V99 VALUE 0.
       77 GRAND-NEW   PIC 9(9)V99 VALUE 0.
       77 GRAND-MOVE  PIC S9(9)V99 VALUE 0.
       77 POSTED-COUNT PIC 9(5) VALUE 0.
       77 SKIPPED-COUNT PIC 9(5) VALUE 0.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.
       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40)
              VALUE "GRATUITY ACCRUAL REGISTER BY BRANCH".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
       01 BRANCH-LINE.
           02 FILLER     PIC X(2)   VALUE SPACES.
           02 FILLER     PIC X(7)   VALUE "BRANCH ".
           02 BRH-BRNID  PIC X(6).
           02 FILLER     PIC X(1)   VALUE SPACES.
           02 BRH-BRNAME PIC X(15).
           02 FILLER     PIC X(101) VALUE SPACES.
       01 DETAIL-LINE.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 FILLER     PIC X(4)  VALUE "EMP ".
           02 DTL-EMPID  PIC X(6).
           02 FILLER     PIC X(7)  VALUE " YEARS ".
           02 DTL-YEARS  PIC Z9.
           02 FILLER     PIC X(7)  VALUE " PRIOR ".
           02 DTL-PRIOR  PIC ZZZZZ9.99.
           02 FILLER     PIC X(12) VALUE " RECOMPUTED ".
           02 DTL-NEW    PIC ZZZZZ9.99.
           02 FILLER     PIC X(10) VALUE " MOVEMENT ".
           02 DTL-MOVE   PIC -ZZZZZZ9.99.
           02 FILLER     PIC X(55) VALUE SPACES.
       01 SUBTOTAL-LINE.
           02 FILLER       PIC X(2)  VALUE SPACES.
           02 FILLER       PIC X(9)  VALUE "SUBTOTAL ".
           02 FILLER       PIC X(7)  VALUE " PRIOR ".
           02 SUB-PRIOR-O  PIC ZZZZZZZ9.99.
           02 FILLER       PIC X(12) VALUE " RECOMPUTED ".
           02 SUB-NEW-O    PIC ZZZZZZZ9.99.
           02 FILLER       PIC X(10) VALUE " MOVEMENT ".
           02 SUB-MOVE-O   PIC -ZZZZZZZ9.99.
           02 FILLER       PIC X(58) VALUE SPACES.
       01 GRAND-LINE.
           02 FILLER       PIC X(2)  VALUE SPACES.
           02 FILLER       PIC X(12) VALUE "GRAND TOTAL ".
           02 FILLER       PIC X(7)  VALUE " PRIOR ".
           02 GRD-PRIOR-O  PIC ZZZZZZZZ9.99.
           02 FILLER       PIC X(12) VALUE " RECOMPUTED ".
           02 GRD-NEW-O    PIC ZZZZZZZZ9.99.
           02 FILLER       PIC X(10) VALUE " MOVEMENT ".
           02 GRD-MOVE-O   PIC -ZZZZZZZZ9.99.
           02 FILLER       PIC X(50) VALUE SPACES.
       01 RPT-TEXT-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 RPT-TEXT PIC X(130).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE RPT-RUN-DATE(5:4) TO RUN-MMDD.
           OPEN OUTPUT PRINTFILE.
           DISPLAY " ".
           DISPLAY "GRATUITY ACCRUAL RUN".
           DISPLAY "RUN DATE " RPT-RUN-DATE.
           SORT WORK-FILE ON ASCENDING KEY WBRNID WEMPID
               INPUT PROCEDURE IS BUILD-PARA
               OUTPUT PROCEDURE IS PRINT-PARA.
           CLOSE PRINTFILE.
           DISPLAY " ".
           DISPLAY "EMPLOYEES POSTED  :" POSTED-COUNT.
           DISPLAY "EMPLOYEES SKIPPED :" SKIPPED-COUNT.
           DISPLAY "REGISTER WRITTEN TO GRTYACCR.PRT".
           DISPLAY "END OF GRATUITY ACCRUAL RUN".
           IF POSTED-COUNT > 0
              PERFORM REOPEN-EARNPAY-PARA.
           EXIT PROGRAM.

       REOPEN-EARNPAY-PARA.
           MOVE "U" TO CTL-FUNC.
           MOVE SPACES TO CTL-JOB.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY = "RS"
              DISPLAY "PAYMENT CHANGED - RERUN EARNCALC AND STATCALC "
                "FOR PERIOD " CTL-PERIOD.

       BUILD-PARA.
           OPEN INPUT EMPFILE.
           OPEN I-O PAYMENTFILE.
           OPEN INPUT BRANCHFILE.
           PERFORM BUILD-READ-PARA UNTIL BUILD-EOF.
           CLOSE EMPFILE.
           CLOSE PAYMENTFILE.
           CLOSE BRANCHFILE.

       BUILD-READ-PARA.
           READ EMPFILE AT END SET BUILD-EOF TO TRUE
               GO TO BUILD-READ-EXIT.
           IF EDOJ(1:4) IS NOT NUMERIC
              OR EDOJ(6:2) IS NOT NUMERIC
              OR EDOJ(9:2) IS NOT NUMERIC
              DISPLAY "  EMP " EEMPID
                " - DATE OF JOIN NOT VALID - SKIPPED"
              ADD 1 TO SKIPPED-COUNT
              GO TO BUILD-READ-EXIT.
           MOVE EEMPID TO PEMPID.
           READ PAYMENTFILE
              INVALID KEY
                 DISPLAY "  EMP " EEMPID
                   " - NO PAYMENT RECORD ON FILE - SKIPPED"
                 ADD 1 TO SKIPPED-COUNT
                 GO TO BUILD-READ-EXIT.
           PERFORM SERVICE-YEARS-PARA.
           IF SERVICE-YEARS < 0
              MOVE 0 TO SERVICE-YEARS.
           MOVE PGRTY TO PRIOR-GRTY.
           COMPUTE NEW-GRTY ROUNDED = PBASIC * 15
               * SERVICE-YEARS / 26.
           MOVE NEW-GRTY TO PGRTY.
           REWRITE PAYMENTREC
              INVALID KEY
                 DISPLAY "  EMP " EEMPID
                   " - UNABLE TO UPDATE RECORD"
                 ADD 1 TO SKIPPED-COUNT
                 GO TO BUILD-READ-EXIT.
           ADD 1 TO POSTED-COUNT.
           MOVE EBRNID TO BBRID.
           MOVE "UNKNOWN" TO BBRNAME.
           READ BRANCHFILE INVALID KEY
               MOVE "UNKNOWN" TO BBRNAME.
           MOVE EBRNID TO WBRNID.
           MOVE BBRNAME TO WBRNAME.
           MOVE EEMPID TO WEMPID.
           MOVE SERVICE-YEARS TO WYEARS.
           MOVE PRIOR-GRTY TO WPRIOR.
           MOVE NEW-GRTY TO WNEW.
           COMPUTE WMOVE = NEW-GRTY - PRIOR-GRTY.
           RELEASE WORK-REC.
       BUILD-READ-EXIT.
           EXIT.

       SERVICE-YEARS-PARA.
           MOVE RPT-RUN-DATE(1:4) TO RUN-YEAR.
           MOVE EDOJ(1:4) TO DOJ-YEAR.
           COMPUTE SERVICE-YEARS = RUN-YEAR - DOJ-YEAR.
           MOVE EDOJ(6:2) TO DOJ-MMDD(1:2).
           MOVE EDOJ(9:2) TO DOJ-MMDD(3:2).
           IF RUN-MMDD < DOJ-MMDD
              SUBTRACT 1 FROM SERVICE-YEARS.

       PRINT-PARA.
           PERFORM PRINT-RETURN-PARA UNTIL SORT-EOF.
           IF FIRST-BREAK-SW = 'N'
              PERFORM PRINT-SUBTOTAL-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE GRAND-PRIOR TO GRD-PRIOR-O.
           MOVE GRAND-NEW TO GRD-NEW-O.
           MOVE GRAND-MOVE TO GRD-MOVE-O.
           MOVE GRAND-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "END OF GRATUITY ACCRUAL REGISTER" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       PRINT-RETURN-PARA.
           RETURN WORK-FILE AT END SET SORT-EOF TO TRUE
               GO TO PRINT-RETURN-EXIT.
           IF FIRST-BREAK-SW = 'Y'
              MOVE WBRNID TO HOLD-BRNID
              MOVE WBRNAME TO HOLD-BRNAME
              MOVE 'N' TO FIRST-BREAK-SW
              PERFORM PRINT-BRANCH-HEADER-PARA
           ELSE
             IF WBRNID NOT = HOLD-BRNID
                PERFORM PRINT-SUBTOTAL-PARA
                MOVE WBRNID TO HOLD-BRNID
                MOVE WBRNAME TO HOLD-BRNAME
                PERFORM PRINT-BRANCH-HEADER-PARA.
           MOVE WEMPID TO DTL-EMPID.
           MOVE WYEARS TO DTL-YEARS.
           MOVE WPRIOR TO DTL-PRIOR.
           MOVE WNEW TO DTL-NEW.
           MOVE WMOVE TO DTL-MOVE.
           MOVE DETAIL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           ADD WPRIOR TO SUB-PRIOR.
           ADD WNEW TO SUB-NEW.
           ADD WMOVE TO SUB-MOVE.
           ADD WPRIOR TO GRAND-PRIOR.
           ADD WNEW TO GRAND-NEW.
           ADD WMOVE TO GRAND-MOVE.
       PRINT-RETURN-EXIT.
           EXIT.

       PRINT-BRANCH-HEADER-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE HOLD-BRNID TO BRH-BRNID.
           MOVE HOLD-BRNAME TO BRH-BRNAME.
           MOVE BRANCH-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       PRINT-SUBTOTAL-PARA.
           MOVE SUB-PRIOR TO SUB-PRIOR-O.
           MOVE SUB-NEW TO SUB-NEW-O.
           MOVE SUB-MOVE TO SUB-MOVE-O.
           MOVE SUBTOTAL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE 0 TO SUB-PRIOR SUB-NEW SUB-MOVE.

       PRINT-HEADING-PARA.
           ADD 1 TO PAGE-COUNT.
           MOVE RPT-RUN-DATE TO HDG-DATE.
           MOVE PAGE-COUNT TO HDG-PAGE.
           WRITE PRINT-REC FROM HDG-LINE-1.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 2 TO LINE-COUNT.

       PRINT-LINE-PARA.
           IF LINE-COUNT > PAGE-LIMIT
              PERFORM PRINT-HEADING-PARA.
           WRITE PRINT-REC FROM RPT-LINE.
           ADD 1 TO LINE-COUNT.
           END PROGRAM GRTYACCR.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKIMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKRETFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSRT.

           SELECT BANKFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BKEMPID
           FILE STATUS IS FSBK.

           SELECT DISBSTATFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSKEY
           FILE STATUS IS FSDS.

           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT PAYHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HKEY
           FILE STATUS IS FSH.

           SELECT BANKREDOFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSRD.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPRT.

       DATA DIVISION.
       FILE SECTION.
       FD BANKRETFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BANKRET.TXT".
       01 BANKRETREC.
           02 RET-EMPID  PIC X(6).
           02 RET-ACCNO  PIC X(16).
           02 RET-IFSC   PIC X(11).
           02 RET-STATUS PIC X(1).
           02 RET-REASON PIC X(20).

       FD BANKFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BANK.DAT".
       01 BANKREC.
           02 BKEMPID  PIC X(6).
           02 BKACCNO  PIC X(16).
           02 BKBANK   PIC X(20).
           02 BKIFSC   PIC X(11).
           02 BKMODE   PIC X(4).

       FD DISBSTATFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DISBSTAT.DAT".
       01 DISBSTATREC.
           02 DSKEY.
               03 DSEMPID  PIC X(6).
               03 DSPERIOD PIC X(6).
           02 DSSTATUS PIC X(1).
           02 DSREASON PIC X(20).
           02 DSACCNO  PIC X(16).

       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYHIST.DAT".
       01 PAYHISTREC.
           02 HKEY.
               03 HEMPID   PIC X(6).
               03 HPAYPER  PIC X(6).
           02 HPAYDATA     PIC X(248).

       FD BANKREDOFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BANKREDO.TXT".
       01 BANKREDOREC.
           02 RDO-EMPID  PIC X(6).
           02 RDO-ACCNO  PIC X(16).
           02 RDO-IFSC   PIC X(11).
           02 RDO-MODE   PIC X(4).
           02 RDO-AMOUNT PIC 9(10).

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BANKRET.PRT".
       01 PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSRT  PIC XX.
       77 FSBK  PIC XX.
       77 FSDS  PIC XX.
       77 FSP   PIC XX.
       77 FSH   PIC XX.
       77 FSRD  PIC XX.
       77 FSPRT PIC XX.
       77 RPT-RUN-DATE PIC 9(8).
       77 PAGE-COUNT PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 99 VALUE 99.
       77 PAGE-LIMIT PIC 99 VALUE 60.
       77 RUN-PERIOD PIC X(6).
       77 RET-EOF-SW PIC X VALUE 'N'.
           88 RET-EOF VALUE 'Y'.
       77 STAT-EOF-SW PIC X VALUE 'N'.
           88 STAT-EOF VALUE 'Y'.
       77 HISTFILE-SW PIC X VALUE 'N'.
           88 HISTFILE-OPEN VALUE 'Y'.
       77 GROSS           PIC 9(8)V99 VALUE 0.
       77 TOTAL-DEDUCTION PIC 9(8)V99 VALUE 0.
       77 NET-PAY         PIC S9(8)V99 VALUE 0.
       77 PAID-COUNT    PIC 9(5) VALUE 0.
       77 FAILED-COUNT  PIC 9(5) VALUE 0.
       77 EXCEPT-COUNT  PIC 9(5) VALUE 0.
       77 REDO-COUNT    PIC 9(6) VALUE 0.
       77 REDO-TOTAL    PIC 9(12) VALUE 0.
       01 REDO-TRAILER-REC.
           02 FILLER      PIC X(6)  VALUE "TOTAL".
           02 TRL-COUNT   PIC 9(6).
           02 FILLER      PIC X(10) VALUE SPACES.
           02 TRL-AMOUNT  PIC 9(12).
           02 FILLER      PIC X(13) VALUE SPACES.
       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40)
              VALUE "UNPAID SALARY EXCEPTION REPORT".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
       01 PERIOD-LINE.
           02 FILLER     PIC X(2)   VALUE SPACES.
           02 FILLER     PIC X(11)  VALUE "PAY PERIOD ".
           02 PRD-PERIOD PIC X(6).
           02 FILLER     PIC X(113) VALUE SPACES.
       01 EXC-LINE.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 FILLER      PIC X(14) VALUE "EXCEPTION EMP ".
           02 EXC-EMPID   PIC X(6).
           02 FILLER      PIC X(6)  VALUE " ACCT ".
           02 EXC-ACCNO   PIC X(16).
           02 FILLER      PIC X(8)  VALUE " REASON ".
           02 EXC-REASON  PIC X(20).
           02 FILLER      PIC X(6)  VALUE " NOTE ".
           02 EXC-NOTE    PIC X(30).
           02 FILLER      PIC X(24) VALUE SPACES.
       01 RPT-TEXT-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 RPT-TEXT PIC X(130).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "ENTER PAY PERIOD OF DISBURSEMENT (YYYYMM) :"
             AT COLUMN NUMBER 1.
           ACCEPT RUN-PERIOD AT COLUMN NUMBER 48.
           IF RUN-PERIOD NOT NUMERIC
              DISPLAY "PERIOD NOT VALID - IMPORT ABANDONED"
              EXIT PROGRAM.
           OPEN INPUT BANKRETFILE.
           IF FSRT NOT = "00"
              DISPLAY "NO BANK RETURN FILE BANKRET.TXT ON DISK"
              EXIT PROGRAM.
           OPEN INPUT BANKFILE.
           IF FSBK NOT = "00"
              DISPLAY "NO BANK DETAILS ON FILE - IMPORT ABANDONED"
              CLOSE BANKRETFILE
              EXIT PROGRAM.
           PERFORM OPEN-DISBSTAT-PARA.
           OPEN OUTPUT PRINTFILE.
           MOVE RUN-PERIOD TO PRD-PERIOD.
           MOVE PERIOD-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           DISPLAY " ".
           DISPLAY "BANK RETURN FILE IMPORT".
           DISPLAY "RUN DATE " RPT-RUN-DATE
             " PAY PERIOD " RUN-PERIOD.
           PERFORM RET-READ-PARA UNTIL RET-EOF.
           CLOSE BANKRETFILE.
           PERFORM REDO-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "END OF UNPAID SALARY EXCEPTIONS" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           CLOSE BANKFILE.
           CLOSE DISBSTATFILE.
           CLOSE PRINTFILE.
           DISPLAY " ".
           DISPLAY "CREDITS PAID        :" PAID-COUNT.
           DISPLAY "CREDITS FAILED      :" FAILED-COUNT.
           DISPLAY "IMPORT EXCEPTIONS   :" EXCEPT-COUNT.
           DISPLAY "RE-DISBURSEMENTS    :" REDO-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN TO BANKRET.PRT".
           DISPLAY "RE-DISBURSEMENT ADVICE BANKREDO.TXT".
           DISPLAY "END OF BANK RETURN IMPORT".
           EXIT PROGRAM.

       OPEN-DISBSTAT-PARA.
           OPEN I-O DISBSTATFILE.
           IF FSDS = 30 OR FSDS = 35
              OPEN OUTPUT DISBSTATFILE
              CLOSE DISBSTATFILE
              OPEN I-O DISBSTATFILE.

       RET-READ-PARA.
           READ BANKRETFILE AT END SET RET-EOF TO TRUE
               GO TO RET-READ-EXIT.
           IF RET-EMPID = "TOTAL"
              GO TO RET-READ-EXIT.
           MOVE RET-EMPID TO BKEMPID.
           READ BANKFILE
              INVALID KEY
                 MOVE "NO BANK MASTER ON FILE" TO EXC-NOTE
                 PERFORM PRINT-EXCEPTION-PARA
                 GO TO RET-READ-EXIT.
           IF BKACCNO NOT = RET-ACCNO
              MOVE "ACCOUNT MISMATCH ON FILE" TO EXC-NOTE
              PERFORM PRINT-EXCEPTION-PARA
              GO TO RET-READ-EXIT.
           IF BKIFSC NOT = RET-IFSC
              MOVE "IFSC MISMATCH ON FILE" TO EXC-NOTE
              PERFORM PRINT-EXCEPTION-PARA
              GO TO RET-READ-EXIT.
           PERFORM RECORD-STATUS-PARA.
           IF RET-STATUS = "P"
              ADD 1 TO PAID-COUNT
           ELSE
              ADD 1 TO FAILED-COUNT
              MOVE "CREDIT RETURNED BY BANK" TO EXC-NOTE
              PERFORM PRINT-EXCEPTION-PARA.
       RET-READ-EXIT.
           EXIT.

       RECORD-STATUS-PARA.
           MOVE RET-EMPID TO DSEMPID.
           MOVE RUN-PERIOD TO DSPERIOD.
           MOVE RET-STATUS TO DSSTATUS.
           MOVE RET-REASON TO DSREASON.
           MOVE RET-ACCNO TO DSACCNO.
           WRITE DISBSTATREC
              INVALID KEY
                 REWRITE DISBSTATREC.

       PRINT-EXCEPTION-PARA.
           IF RET-EMPID = "TOTAL"
              GO TO PRINT-EXCEPTION-EXIT.
           MOVE RET-EMPID TO EXC-EMPID.
           MOVE RET-ACCNO TO EXC-ACCNO.
           MOVE RET-REASON TO EXC-REASON.
           MOVE EXC-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           ADD 1 TO EXCEPT-COUNT.
       PRINT-EXCEPTION-EXIT.
           EXIT.

       REDO-PARA.
           OPEN OUTPUT BANKREDOFILE.
           OPEN INPUT PAYMENTFILE.
           OPEN INPUT PAYHISTFILE.
           IF FSH = "00"
              MOVE 'Y' TO HISTFILE-SW
           ELSE
              MOVE 'N' TO HISTFILE-SW.
           MOVE 0 TO REDO-COUNT.
           MOVE 0 TO REDO-TOTAL.
           MOVE LOW-VALUES TO DSKEY.
           START DISBSTATFILE KEY IS NOT LESS THAN DSKEY
               INVALID KEY SET STAT-EOF TO TRUE.
           IF NOT STAT-EOF
              PERFORM REDO-READ-PARA UNTIL STAT-EOF.
           MOVE REDO-COUNT TO TRL-COUNT.
           MOVE REDO-TOTAL TO TRL-AMOUNT.
           WRITE BANKREDOREC FROM REDO-TRAILER-REC.
           CLOSE BANKREDOFILE.
           CLOSE PAYMENTFILE.
           IF HISTFILE-OPEN
              CLOSE PAYHISTFILE.

       REDO-READ-PARA.
           READ DISBSTATFILE NEXT RECORD AT END SET STAT-EOF TO TRUE
               GO TO REDO-READ-EXIT.
           IF DSPERIOD NOT = RUN-PERIOD
              GO TO REDO-READ-EXIT.
           IF DSSTATUS NOT = "F"
              GO TO REDO-READ-EXIT.
           MOVE DSEMPID TO BKEMPID.
           READ BANKFILE
              INVALID KEY
                 DISPLAY "  EMP " DSEMPID
                   " - NO BANK MASTER FOR RE-DISBURSEMENT"
                 GO TO REDO-READ-EXIT.
           PERFORM GET-NET-PARA.
           IF NET-PAY NOT > 0
              DISPLAY "  EMP " DSEMPID
                " - NET PAY NOT POSITIVE - NOT RE-ADVISED"
              GO TO REDO-READ-EXIT.
           MOVE DSEMPID TO RDO-EMPID.
           MOVE BKACCNO TO RDO-ACCNO.
           MOVE BKIFSC TO RDO-IFSC.
           MOVE BKMODE TO RDO-MODE.
           COMPUTE RDO-AMOUNT = NET-PAY * 100.
           ADD 1 TO REDO-COUNT.
           ADD RDO-AMOUNT TO REDO-TOTAL.
           WRITE BANKREDOREC.
           DISPLAY "  EMP " DSEMPID
             " RE-ADVISED AMOUNT " RDO-AMOUNT.
       REDO-READ-EXIT.
           EXIT.

       GET-NET-PARA.
           MOVE 0 TO NET-PAY.
           IF NOT HISTFILE-OPEN
              PERFORM GET-NET-CURR-PARA
              GO TO GET-NET-EXIT.
           MOVE DSEMPID TO HEMPID.
           MOVE RUN-PERIOD TO HPAYPER.
           READ PAYHISTFILE
              INVALID KEY
                 PERFORM GET-NET-CURR-PARA
                 GO TO GET-NET-EXIT.
           MOVE HEMPID TO PEMPID.
           MOVE HPAYDATA TO PAYMENTREC(7:248).
           PERFORM COMPUTE-PARA.
       GET-NET-EXIT.
           EXIT.

       GET-NET-CURR-PARA.
           MOVE DSEMPID TO PEMPID.
           READ PAYMENTFILE
              INVALID KEY
                 DISPLAY "  EMP " DSEMPID
                   " - NO PAYMENT RECORD ON FILE"
                 MOVE 0 TO NET-PAY
              NOT INVALID KEY
                 PERFORM COMPUTE-PARA.

       COMPUTE-PARA.
           COMPUTE GROSS = PBASIC + PDA + PCCA + PHRA + PDPA + PPPA
               + PEDUA + PTECHJR + PLUNCHA + PCONVEY + PBUSATR + PLTA
               + PGRTY + PPERINC + PMEDI + PBOOK + PENTER + PTPH
               + PHOUSE + PVEHMAN + PCREDIT + PCLUB.
           COMPUTE TOTAL-DEDUCTION = PPF + PESI + PPTAX + PITAX
               + PLOAN + PLOANDA + POTHERD.
           COMPUTE NET-PAY = GROSS - TOTAL-DEDUCTION.

       PRINT-HEADING-PARA.
           ADD 1 TO PAGE-COUNT.
           MOVE RPT-RUN-DATE TO HDG-DATE.
           MOVE PAGE-COUNT TO HDG-PAGE.
           WRITE PRINT-REC FROM HDG-LINE-1.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 2 TO LINE-COUNT.

       PRINT-LINE-PARA.
           IF LINE-COUNT > PAGE-LIMIT
              PERFORM PRINT-HEADING-PARA.
           WRITE PRINT-REC FROM RPT-LINE.
           ADD 1 TO LINE-COUNT.
           END PROGRAM BANKIMP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCRGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT GRADEFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSG.

           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT REVISIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RREVID
           ALTERNATE RECORD KEY IS REMPID WITH DUPLICATES
           FILE STATUS IS FSR.

           SELECT SEPARATIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEMPID
           FILE STATUS IS FSSEP.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPRT.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD GRADEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "GRADE.DAT".
       01 GRADEREC.
           02 GGRADE   PIC 99.
           02 GDESIGN  PIC X(25).
           02 GSCALEMIN PIC 9(6)V99.
           02 GSTEP     PIC 9(6)V99.
           02 GSCALEMAX PIC 9(6)V99.
           02 GEFFDATE  PIC X(10).

       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD REVISIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "REVISION.DAT".
       01 REVISIONREC.
           02 RREVID   PIC X(6).
           02 REMPID   PIC X(6).
           02 RDESCODE PIC X(6).
           02 RBASIC   PIC 9(6)V99.
           02 RHRA     PIC 9(6)V99.
           02 RDPA     PIC 9(6)V99.
           02 RPPA     PIC 9(6)V99.
           02 REDUA    PIC 9(6)V99.
           02 RTECHJR  PIC 9(6)V99.
           02 RLUNCHA  PIC 9(6)V99.
           02 RCONVEY  PIC 9(6)V99.
           02 RBUSATR  PIC 9(6)V99.
           02 RLTA     PIC 9(6)V99.
           02 RPF      PIC 9(6)V99.
           02 RESI     PIC 9(6)V99.
           02 RREVDATE PIC X(10).

       FD SEPARATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SEPARATE.DAT".
       01 SEPARATIONREC.
           02 SEMPID   PIC X(6).
           02 SSEPDATE PIC X(10).
           02 SREASON  PIC X(20).
           02 SNOTICE  PIC X(1).

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "INCRGEN.PRT".
       01 PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSE   PIC XX.
       77 FSG   PIC XX.
       77 FSP   PIC XX.
       77 FSR   PIC XX.
       77 FSSEP PIC XX.
       77 FSPRT PIC XX.
       77 RPT-RUN-DATE PIC 9(8).
       77 PAGE-COUNT PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 99 VALUE 99.
       77 PAGE-LIMIT PIC 99 VALUE 60.
       77 RUN-MONTH PIC X(6).
       77 RUN-MODE  PIC 9 VALUE 0.
       77 EMP-EOF-SW PIC X VALUE 'N'.
           88 EMP-EOF VALUE 'Y'.
       77 GRADE-EOF-SW PIC X VALUE 'N'.
           88 GRADE-EOF VALUE 'Y'.
       77 SCALES-OK-SW PIC X VALUE 'Y'.
           88 SCALES-OK VALUE 'Y'.
       77 REV-EOF-SW PIC X VALUE 'N'.
           88 REV-EOF VALUE 'Y'.
       77 DUP-REV-SW PIC X VALUE 'N'.
           88 DUP-REV-FOUND VALUE 'Y'.
       77 REV-DUE-WS PIC X(10) VALUE SPACES.
       77 SEPFILE-SW PIC X VALUE 'N'.
           88 SEPFILE-OPEN VALUE 'Y'.
       77 SEPARATED-SW PIC X VALUE 'N'.
           88 IS-SEPARATED VALUE 'Y'.
       77 NEW-BASIC PIC 9(6)V99 VALUE 0.
       77 REV-SEQ   PIC 9(5) VALUE 0.
       77 PROPOSED-COUNT PIC 9(5) VALUE 0.
       77 WRITTEN-COUNT  PIC 9(5) VALUE 0.
       77 SKIPPED-COUNT  PIC 9(5) VALUE 0.
       01 REVID-WS.
           02 FILLER    PIC X VALUE "I".
           02 REVID-NUM PIC 9(5).
       01 SCALE-TABLE.
           05 SCALE-ENTRY OCCURS 99 TIMES.
               10 SCL-FOUND PIC X.
               10 SCL-MIN   PIC 9(6)V99.
               10 SCL-STEP  PIC 9(6)V99.
               10 SCL-MAX   PIC 9(6)V99.
       77 SCALE-SUB PIC 99 VALUE 0.
       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40)
              VALUE "PROPOSED ANNUAL INCREMENT REGISTER".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
       01 MONTH-LINE.
           02 FILLER     PIC X(2)   VALUE SPACES.
           02 FILLER     PIC X(18)  VALUE "ANNIVERSARY MONTH ".
           02 MTH-MONTH  PIC X(6).
           02 FILLER     PIC X(106) VALUE SPACES.
       01 DETAIL-LINE.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 FILLER     PIC X(4)  VALUE "EMP ".
           02 DTL-EMPID  PIC X(6).
           02 FILLER     PIC X(7)  VALUE " GRADE ".
           02 DTL-GRADE  PIC Z9.
           02 FILLER     PIC X(5)  VALUE " DOJ ".
           02 DTL-DOJ    PIC X(10).
           02 FILLER     PIC X(15) VALUE " CURRENT BASIC ".
           02 DTL-CURR   PIC ZZZZZ9.99.
           02 FILLER     PIC X(16) VALUE " PROPOSED BASIC ".
           02 DTL-NEW    PIC ZZZZZ9.99.
           02 FILLER     PIC X(6)  VALUE " NOTE ".
           02 DTL-NOTE   PIC X(24).
           02 FILLER     PIC X(18) VALUE SPACES.
       01 RPT-TEXT-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 RPT-TEXT PIC X(130).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "ENTER ANNIVERSARY MONTH (YYYYMM) :"
             AT COLUMN NUMBER 1.
           ACCEPT RUN-MONTH AT COLUMN NUMBER 40.
           IF RUN-MONTH NOT NUMERIC
              DISPLAY "MONTH NOT VALID - RUN ABANDONED"
              EXIT PROGRAM.
           DISPLAY "1 AT COLUMN NUMBER 5. PRINT PROPOSED REGISTER".
           DISPLAY "2 AT COLUMN NUMBER 5. GENERATE REVISION RECORDS".
           DISPLAY "ENTER YOUR CHOICE :" AT COLUMN NUMBER 25.
           ACCEPT RUN-MODE AT COLUMN NUMBER 45.
           IF RUN-MODE NOT = 1 AND RUN-MODE NOT = 2
              DISPLAY "CHOICE NOT VALID - RUN ABANDONED"
              EXIT PROGRAM.
           PERFORM LOAD-SCALES-PARA.
           IF NOT SCALES-OK
              EXIT PROGRAM.
           OPEN INPUT EMPFILE.
           OPEN INPUT PAYMENTFILE.
           PERFORM OPEN-SEPARATION-PARA.
           IF RUN-MODE = 2
              PERFORM OPEN-REVISION-PARA.
           OPEN OUTPUT PRINTFILE.
           MOVE RUN-MONTH TO MTH-MONTH.
           MOVE MONTH-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           DISPLAY " ".
           DISPLAY "ANNUAL INCREMENT GENERATION RUN".
           DISPLAY "ANNIVERSARY MONTH " RUN-MONTH.
           PERFORM EMP-READ-PARA UNTIL EMP-EOF.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "END OF PROPOSED INCREMENT REGISTER" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           CLOSE EMPFILE.
           CLOSE PAYMENTFILE.
           IF SEPFILE-OPEN
              CLOSE SEPARATIONFILE.
           IF RUN-MODE = 2
              CLOSE REVISIONFILE.
           CLOSE PRINTFILE.
           DISPLAY " ".
           DISPLAY "INCREMENTS PROPOSED :" PROPOSED-COUNT.
           IF RUN-MODE = 2
              DISPLAY "REVISIONS WRITTEN   :" WRITTEN-COUNT.
           DISPLAY "EMPLOYEES SKIPPED   :" SKIPPED-COUNT.
           DISPLAY "REGISTER WRITTEN TO INCRGEN.PRT".
           DISPLAY "END OF INCREMENT GENERATION".
           EXIT PROGRAM.

       LOAD-SCALES-PARA.
           MOVE 1 TO SCALE-SUB.
           PERFORM INIT-SCALE-PARA UNTIL SCALE-SUB > 99.
           OPEN INPUT GRADEFILE.
           IF FSG NOT = "00"
              DISPLAY "NO GRADE MASTER ON FILE - RUN ABANDONED"
              MOVE 'N' TO SCALES-OK-SW
              GO TO LOAD-SCALES-EXIT.
           PERFORM LOAD-SCALE-READ-PARA UNTIL GRADE-EOF.
           CLOSE GRADEFILE.
       LOAD-SCALES-EXIT.
           EXIT.

       INIT-SCALE-PARA.
           MOVE 'N' TO SCL-FOUND(SCALE-SUB).
           MOVE 0 TO SCL-MIN(SCALE-SUB).
           MOVE 0 TO SCL-STEP(SCALE-SUB).
           MOVE 0 TO SCL-MAX(SCALE-SUB).
           ADD 1 TO SCALE-SUB.

       LOAD-SCALE-READ-PARA.
           READ GRADEFILE AT END SET GRADE-EOF TO TRUE
               GO TO LOAD-SCALE-READ-EXIT.
           IF GGRADE > 0
              MOVE 'Y' TO SCL-FOUND(GGRADE)
              MOVE GSCALEMIN TO SCL-MIN(GGRADE)
              MOVE GSTEP TO SCL-STEP(GGRADE)
              MOVE GSCALEMAX TO SCL-MAX(GGRADE).
       LOAD-SCALE-READ-EXIT.
           EXIT.

       OPEN-SEPARATION-PARA.
           OPEN INPUT SEPARATIONFILE.
           IF FSSEP = "00"
              MOVE 'Y' TO SEPFILE-SW
           ELSE
              MOVE 'N' TO SEPFILE-SW.

       CHECK-SEPARATION-PARA.
           MOVE 'N' TO SEPARATED-SW.
           IF SEPFILE-OPEN
              MOVE EEMPID TO SEMPID
              READ SEPARATIONFILE
                 INVALID KEY MOVE 'N' TO SEPARATED-SW
                 NOT INVALID KEY MOVE 'Y' TO SEPARATED-SW.

       OPEN-REVISION-PARA.
           OPEN I-O REVISIONFILE.
           IF FSR = 30 OR FSR = 35
              OPEN OUTPUT REVISIONFILE
              CLOSE REVISIONFILE
              OPEN I-O REVISIONFILE.

       EMP-READ-PARA.
           READ EMPFILE AT END SET EMP-EOF TO TRUE
               GO TO EMP-READ-EXIT.
           IF EDOJ(6:2) NOT = RUN-MONTH(5:2)
              GO TO EMP-READ-EXIT.
           PERFORM CHECK-SEPARATION-PARA.
           IF IS-SEPARATED
              GO TO EMP-READ-EXIT.
           IF EGRDNO = 0 OR SCL-FOUND(EGRDNO) NOT = 'Y'
              DISPLAY "  EMP " EEMPID
                " GRADE " EGRDNO
                " - NO PAY SCALE ON GRADE MASTER"
              ADD 1 TO SKIPPED-COUNT
              GO TO EMP-READ-EXIT.
           IF SCL-STEP(EGRDNO) = 0
              DISPLAY "  EMP " EEMPID
                " GRADE " EGRDNO
                " - INCREMENT STEP NOT SET"
              ADD 1 TO SKIPPED-COUNT
              GO TO EMP-READ-EXIT.
           MOVE EEMPID TO PEMPID.
           READ PAYMENTFILE
              INVALID KEY
                 DISPLAY "  EMP " EEMPID
                   " - NO PAYMENT RECORD ON FILE"
                 ADD 1 TO SKIPPED-COUNT
                 GO TO EMP-READ-EXIT.
           MOVE SPACES TO DTL-NOTE.
           IF PBASIC NOT < SCL-MAX(EGRDNO)
              MOVE "AT SCALE MAXIMUM" TO DTL-NOTE
              PERFORM PRINT-PROPOSAL-PARA
              ADD 1 TO SKIPPED-COUNT
              GO TO EMP-READ-EXIT.
           IF PBASIC < SCL-MIN(EGRDNO)
              MOVE SCL-MIN(EGRDNO) TO NEW-BASIC
              MOVE "RAISED TO SCALE MINIMUM" TO DTL-NOTE
           ELSE
              COMPUTE NEW-BASIC = PBASIC + SCL-STEP(EGRDNO).
           IF NEW-BASIC > SCL-MAX(EGRDNO)
              MOVE SCL-MAX(EGRDNO) TO NEW-BASIC
              MOVE "CAPPED AT SCALE MAXIMUM" TO DTL-NOTE.
           PERFORM PRINT-PROPOSAL-PARA.
           ADD 1 TO PROPOSED-COUNT.
           IF RUN-MODE = 2
              PERFORM WRITE-REVISION-PARA.
       EMP-READ-EXIT.
           EXIT.

       PRINT-PROPOSAL-PARA.
           MOVE EEMPID TO DTL-EMPID.
           MOVE EGRDNO TO DTL-GRADE.
           MOVE EDOJ TO DTL-DOJ.
           MOVE PBASIC TO DTL-CURR.
           MOVE NEW-BASIC TO DTL-NEW.
           IF DTL-NOTE = "AT SCALE MAXIMUM"
              MOVE PBASIC TO DTL-NEW.
           MOVE DETAIL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       WRITE-REVISION-PARA.
           MOVE RUN-MONTH(1:4) TO REV-DUE-WS(1:4).
           MOVE "-" TO REV-DUE-WS(5:1).
           MOVE RUN-MONTH(5:2) TO REV-DUE-WS(6:2).
           MOVE "-" TO REV-DUE-WS(8:1).
           MOVE EDOJ(9:2) TO REV-DUE-WS(9:2).
           PERFORM CHECK-DUP-REV-PARA.
           IF DUP-REV-FOUND
              DISPLAY "  EMP " EEMPID
                " - REVISION ALREADY GENERATED FOR " REV-DUE-WS
              MOVE "REVISION ALREADY GENERATED - NOT WRITTEN"
                TO RPT-TEXT
              MOVE RPT-TEXT-LINE TO RPT-LINE
              PERFORM PRINT-LINE-PARA
              ADD 1 TO SKIPPED-COUNT
              GO TO WRITE-REVISION-EXIT.
           MOVE EEMPID TO REMPID.
           MOVE EDESID TO RDESCODE.
           MOVE NEW-BASIC TO RBASIC.
           MOVE PHRA TO RHRA.
           MOVE PDPA TO RDPA.
           MOVE PPPA TO RPPA.
           MOVE PEDUA TO REDUA.
           MOVE PTECHJR TO RTECHJR.
           MOVE PLUNCHA TO RLUNCHA.
           MOVE PCONVEY TO RCONVEY.
           MOVE PBUSATR TO RBUSATR.
           MOVE PLTA TO RLTA.
           MOVE PPF TO RPF.
           MOVE PESI TO RESI.
           MOVE REV-DUE-WS TO RREVDATE.
           PERFORM WRITE-REV-TRY-PARA.
           ADD 1 TO WRITTEN-COUNT.
           DISPLAY "  EMP " EEMPID
             " REVISION " RREVID
             " BASIC " RBASIC
             " DUE " RREVDATE.
       WRITE-REVISION-EXIT.
           EXIT.

       CHECK-DUP-REV-PARA.
           MOVE 'N' TO DUP-REV-SW.
           MOVE 'N' TO REV-EOF-SW.
           MOVE EEMPID TO REMPID.
           START REVISIONFILE KEY IS EQUAL REMPID
               INVALID KEY SET REV-EOF TO TRUE.
           IF NOT REV-EOF
              PERFORM CHECK-DUP-READ-PARA UNTIL REV-EOF.

       CHECK-DUP-READ-PARA.
           READ REVISIONFILE NEXT RECORD AT END SET REV-EOF TO TRUE
               GO TO CHECK-DUP-READ-EXIT.
           IF REMPID NOT = EEMPID
              SET REV-EOF TO TRUE
              GO TO CHECK-DUP-READ-EXIT.
           IF RREVDATE = REV-DUE-WS
              MOVE 'Y' TO DUP-REV-SW
              SET REV-EOF TO TRUE.
       CHECK-DUP-READ-EXIT.
           EXIT.

       WRITE-REV-TRY-PARA.
           ADD 1 TO REV-SEQ.
           MOVE REV-SEQ TO REVID-NUM.
           MOVE REVID-WS TO RREVID.
           WRITE REVISIONREC
              INVALID KEY
                 GO TO WRITE-REV-TRY-PARA.

       PRINT-HEADING-PARA.
           ADD 1 TO PAGE-COUNT.
           MOVE RPT-RUN-DATE TO HDG-DATE.
           MOVE PAGE-COUNT TO HDG-PAGE.
           WRITE PRINT-REC FROM HDG-LINE-1.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 2 TO LINE-COUNT.

       PRINT-LINE-PARA.
           IF LINE-COUNT > PAGE-LIMIT
              PERFORM PRINT-HEADING-PARA.
           WRITE PRINT-REC FROM RPT-LINE.
           ADD 1 TO LINE-COUNT.
           END PROGRAM INCRGEN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCTLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSCTL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYCTLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYCTL.DAT".
       01 PAYCTLREC.
           02 CTLPERIOD   PIC X(6).
           02 CTLLVPOST   PIC X(1).
           02 CTLLOANPOST PIC X(1).
           02 CTLREVAPPLY PIC X(1).
           02 CTLBANKEXP  PIC X(1).
           02 CTLRPTBATCH PIC X(1).
           02 CTLPAYCLOSE PIC X(1).
           02 CTLATTPOST  PIC X(1).
           02 CTLSTATPOST PIC X(1).
           02 CTLEARNPAY  PIC X(1).

       WORKING-STORAGE SECTION.
       77 FSCTL PIC XX.
       77 CTL-DATE-WS PIC 9(8).
       77 NEXT-YY PIC 9(4).
       77 NEXT-MM PIC 99.

       LINKAGE SECTION.
       77 CTL-FUNC-LK   PIC X.
       77 CTL-JOB-LK    PIC X(8).
       77 CTL-PERIOD-LK PIC X(6).
       77 CTL-REPLY-LK  PIC XX.

       PROCEDURE DIVISION USING CTL-FUNC-LK CTL-JOB-LK
           CTL-PERIOD-LK CTL-REPLY-LK.
       MAIN-PARA.
           MOVE "OK" TO CTL-REPLY-LK.
           OPEN I-O PAYCTLFILE.
           IF FSCTL = 30 OR FSCTL = 35
              PERFORM SEED-CONTROL-PARA
              OPEN I-O PAYCTLFILE.
           IF FSCTL NOT = "00"
              MOVE "NF" TO CTL-REPLY-LK
              EXIT PROGRAM.
           READ PAYCTLFILE
              AT END
                 CLOSE PAYCTLFILE
                 PERFORM SEED-CONTROL-PARA
                 OPEN I-O PAYCTLFILE
                 READ PAYCTLFILE.
           IF CTL-FUNC-LK = "R"
              MOVE CTLPERIOD TO CTL-PERIOD-LK
           ELSE
             IF CTL-FUNC-LK = "C"
                PERFORM CHECK-PARA THRU CHECK-EXIT
             ELSE
               IF CTL-FUNC-LK = "M"
                  PERFORM MARK-PARA
               ELSE
                 IF CTL-FUNC-LK = "N"
                    PERFORM ROLL-PARA
                 ELSE
                   IF CTL-FUNC-LK = "S"
                      PERFORM SET-PARA
                   ELSE
                     IF CTL-FUNC-LK = "D"
                        PERFORM STATUS-PARA
                     ELSE
                       IF CTL-FUNC-LK = "U"
                          PERFORM REOPEN-PARA
                       ELSE
                          MOVE "NF" TO CTL-REPLY-LK.
           CLOSE PAYCTLFILE.
           EXIT PROGRAM.

       SEED-CONTROL-PARA.
           ACCEPT CTL-DATE-WS FROM DATE YYYYMMDD.
           MOVE CTL-DATE-WS(1:6) TO CTLPERIOD.
           MOVE "N" TO CTLLVPOST CTLLOANPOST CTLREVAPPLY
               CTLBANKEXP CTLRPTBATCH CTLPAYCLOSE CTLATTPOST
               CTLSTATPOST CTLEARNPAY.
           OPEN OUTPUT PAYCTLFILE.
           WRITE PAYCTLREC.
           CLOSE PAYCTLFILE.

       CHECK-PARA.
           IF CTL-JOB-LK = "PAYCLOSE"
              AND CTL-PERIOD-LK NOT = CTLPERIOD
              MOVE "WP" TO CTL-REPLY-LK
              MOVE CTLPERIOD TO CTL-PERIOD-LK
              GO TO CHECK-EXIT.
           MOVE CTLPERIOD TO CTL-PERIOD-LK.
           IF CTL-JOB-LK = "LVPOST" AND CTLLVPOST = "Y"
              MOVE "DP" TO CTL-REPLY-LK.
           IF CTL-JOB-LK = "LOANPOST" AND CTLLOANPOST = "Y"
              MOVE "DP" TO CTL-REPLY-LK.
           IF CTL-JOB-LK = "REVAPPLY" AND CTLREVAPPLY = "Y"
              MOVE "DP" TO CTL-REPLY-LK.
           IF CTL-JOB-LK = "RPTBATCH" AND CTLRPTBATCH = "Y"
              MOVE "DP" TO CTL-REPLY-LK.
           IF CTL-JOB-LK = "ATTPOST"
              PERFORM CHECK-ATTPOST-PARA THRU CHECK-ATTPOST-EXIT.
           IF CTL-JOB-LK = "EARNPAY"
              PERFORM CHECK-EARNPAY-PARA THRU CHECK-EARNPAY-EXIT.
           IF CTL-JOB-LK = "STATPOST"
              PERFORM CHECK-STATPOST-PARA THRU CHECK-STATPOST-EXIT.
           IF CTL-JOB-LK = "BANKEXP"
              PERFORM CHECK-BANKEXP-PARA THRU CHECK-BANKEXP-EXIT.
           IF CTL-JOB-LK = "PAYCLOSE"
              PERFORM CHECK-PAYCLOSE-PARA THRU CHECK-PAYCLOSE-EXIT.
       CHECK-EXIT.
           EXIT.

       CHECK-ATTPOST-PARA.
           IF CTLATTPOST = "Y"
              MOVE "DP" TO CTL-REPLY-LK
              GO TO CHECK-ATTPOST-EXIT.
           IF CTLLVPOST NOT = "Y"
              MOVE "NR" TO CTL-REPLY-LK.
       CHECK-ATTPOST-EXIT.
           EXIT.

       CHECK-EARNPAY-PARA.
           IF CTLBANKEXP = "Y"
              MOVE "DP" TO CTL-REPLY-LK
              GO TO CHECK-EARNPAY-EXIT.
           IF CTLATTPOST NOT = "Y"
              MOVE "NR" TO CTL-REPLY-LK.
       CHECK-EARNPAY-EXIT.
           EXIT.

       CHECK-STATPOST-PARA.
           IF CTLBANKEXP = "Y"
              MOVE "DP" TO CTL-REPLY-LK
              GO TO CHECK-STATPOST-EXIT.
           IF CTLEARNPAY NOT = "Y"
              MOVE "NR" TO CTL-REPLY-LK.
       CHECK-STATPOST-EXIT.
           EXIT.

       CHECK-BANKEXP-PARA.
           IF CTLBANKEXP = "Y"
              MOVE "DP" TO CTL-REPLY-LK
              GO TO CHECK-BANKEXP-EXIT.
           IF CTLLVPOST NOT = "Y" OR CTLLOANPOST NOT = "Y"
              OR CTLSTATPOST NOT = "Y"
              MOVE "NR" TO CTL-REPLY-LK.
       CHECK-BANKEXP-EXIT.
           EXIT.

       CHECK-PAYCLOSE-PARA.
           IF CTLPAYCLOSE = "Y"
              MOVE "DP" TO CTL-REPLY-LK
              GO TO CHECK-PAYCLOSE-EXIT.
           IF CTLLVPOST NOT = "Y" OR CTLLOANPOST NOT = "Y"
              OR CTLREVAPPLY NOT = "Y" OR CTLBANKEXP NOT = "Y"
              OR CTLATTPOST NOT = "Y" OR CTLEARNPAY NOT = "Y"
              MOVE "NR" TO CTL-REPLY-LK.
       CHECK-PAYCLOSE-EXIT.
           EXIT.

       MARK-PARA.
           IF CTL-JOB-LK = "LVPOST"
              MOVE "Y" TO CTLLVPOST.
           IF CTL-JOB-LK = "LOANPOST"
              MOVE "Y" TO CTLLOANPOST.
           IF CTL-JOB-LK = "REVAPPLY"
              MOVE "Y" TO CTLREVAPPLY.
           IF CTL-JOB-LK = "BANKEXP"
              MOVE "Y" TO CTLBANKEXP.
           IF CTL-JOB-LK = "RPTBATCH"
              MOVE "Y" TO CTLRPTBATCH.
           IF CTL-JOB-LK = "PAYCLOSE"
              MOVE "Y" TO CTLPAYCLOSE.
           IF CTL-JOB-LK = "ATTPOST"
              MOVE "Y" TO CTLATTPOST.
           IF CTL-JOB-LK = "STATPOST"
              MOVE "Y" TO CTLSTATPOST.
           IF CTL-JOB-LK = "EARNPAY"
              MOVE "Y" TO CTLEARNPAY.
           REWRITE PAYCTLREC.
           MOVE CTLPERIOD TO CTL-PERIOD-LK.

       ROLL-PARA.
           MOVE CTLPERIOD(1:4) TO NEXT-YY.
           MOVE CTLPERIOD(5:2) TO NEXT-MM.
           IF NEXT-MM = 12
              ADD 1 TO NEXT-YY
              MOVE 1 TO NEXT-MM
           ELSE
              ADD 1 TO NEXT-MM.
           MOVE NEXT-YY TO CTLPERIOD(1:4).
           MOVE NEXT-MM TO CTLPERIOD(5:2).
           MOVE "N" TO CTLLVPOST CTLLOANPOST CTLREVAPPLY
               CTLBANKEXP CTLRPTBATCH CTLPAYCLOSE CTLATTPOST
               CTLSTATPOST CTLEARNPAY.
           REWRITE PAYCTLREC.
           MOVE CTLPERIOD TO CTL-PERIOD-LK.

       REOPEN-PARA.
           MOVE CTLPERIOD TO CTL-PERIOD-LK.
           IF CTLBANKEXP NOT = "Y"
              IF CTLEARNPAY = "Y" OR CTLSTATPOST = "Y"
                 MOVE "N" TO CTLEARNPAY CTLSTATPOST
                 REWRITE PAYCTLREC
                 MOVE "RS" TO CTL-REPLY-LK.

       SET-PARA.
           MOVE CTL-PERIOD-LK TO CTLPERIOD.
           MOVE "N" TO CTLLVPOST CTLLOANPOST CTLREVAPPLY
               CTLBANKEXP CTLRPTBATCH CTLPAYCLOSE CTLATTPOST
               CTLSTATPOST CTLEARNPAY.
           REWRITE PAYCTLREC.

       STATUS-PARA.
           MOVE CTLPERIOD TO CTL-PERIOD-LK.
           DISPLAY " ".
           DISPLAY "OPEN PAY PERIOD " CTLPERIOD.
           DISPLAY "LVPOST-" CTLLVPOST
             " ATTPOST-" CTLATTPOST
             " LOANPOST-" CTLLOANPOST
             " EARNPAY-" CTLEARNPAY
             " STATPOST-" CTLSTATPOST
             " REVAPPLY-" CTLREVAPPLY
             " BANKEXP-" CTLBANKEXP
             " RPTBATCH-" CTLRPTBATCH
             " PAYCLOSE-" CTLPAYCLOSE.
           DISPLAY " ".
           END PROGRAM PAYCTL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT PAYHISTFILE ASSIGN TO HIST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HKEY
           FILE STATUS IS FSH.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPRT.

       DATA DIVISION.
       FILE SECTION.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD.
       01 PAYHISTREC.
           02 HKEY.
               03 HEMPID   PIC X(6).
               03 HPAYPER  PIC X(6).
           02 HBASIC   PIC 9(6)V99.
           02 HDA      PIC 9(6)V99.
           02 HCCA     PIC 9(6)V99.
           02 HHRA     PIC 9(6)V99.
           02 HDPA     PIC 9(6)V99.
           02 HPPA     PIC 9(6)V99.
           02 HEDUA    PIC 9(6)V99.
           02 HTECHJR  PIC 9(6)V99.
           02 HLUNCHA  PIC 9(6)V99.
           02 HCONVEY  PIC 9(6)V99.
           02 HBUSATR  PIC 9(6)V99.
           02 HLTA     PIC 9(6)V99.
           02 HPF      PIC 9(6)V99.
           02 HESI     PIC 9(6)V99.
           02 HGRTY    PIC 9(6)V99.
           02 HPTAX    PIC 9(6)V99.
           02 HITAX    PIC 9(6)V99.
           02 HLOAN    PIC 9(8)V99.
           02 HLOANDA  PIC 9(8)V99.
           02 HOTHERD  PIC 9(6)V99.
           02 HPERINC  PIC 9(6)V99.
           02 HMEDI    PIC 9(6)V99.
           02 HBOOK    PIC 9(6)V99.
           02 HENTER   PIC 9(6)V99.
           02 HTPH     PIC 9(6)V99.
           02 HHOUSE   PIC 9(6)V99.
           02 HVEHMAN  PIC 9(6)V99.
           02 HCREDIT  PIC 9(6)V99.
           02 HCLUB    PIC 9(6)V99.
           02 HCL      PIC 99.
           02 HSL      PIC 99.
           02 HPL      PIC 99.
           02 HLLOP    PIC 999.
           02 HOTHERL  PIC 999.

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYVAR.PRT".
       01 PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSP   PIC XX.
       77 FSH   PIC XX.
       77 FSPRT PIC XX.
       77 RPT-RUN-DATE PIC 9(8).
       77 PAGE-COUNT PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 99 VALUE 99.
       77 PAGE-LIMIT PIC 99 VALUE 60.
       77 PCT-THRESHOLD PIC 999V99 VALUE 10.
       77 AMT-THRESHOLD PIC 9(6)V99 VALUE 1000.
       77 PAY-EOF-SW PIC X VALUE 'N'.
           88 PAY-EOF VALUE 'Y'.
       77 HIST-EOF-SW PIC X VALUE 'N'.
           88 HIST-EOF VALUE 'Y'.
       77 SCAN-EOF-SW PIC X VALUE 'N'.
           88 SCAN-EOF VALUE 'Y'.
       77 HIST-FOUND-SW PIC X VALUE 'N'.
           88 HIST-FOUND VALUE 'Y'.
       77 SAVE-HISTREC PIC X(260).
       77 HOLD-EMPID PIC X(6) VALUE SPACES.
       77 HOLD-PERIOD PIC X(6) VALUE SPACES.
       77 CURR-NET PIC S9(8)V99 VALUE 0.
       77 HIST-NET PIC S9(8)V99 VALUE 0.
       77 NET-DIFF PIC S9(8)V99 VALUE 0.
       77 ABS-DIFF PIC 9(8)V99 VALUE 0.
       77 DIFF-PCT PIC 9(5)V99 VALUE 0.
       77 GROSS           PIC 9(8)V99 VALUE 0.
       77 TOTAL-DEDUCTION PIC 9(8)V99 VALUE 0.
       77 CMP-OLD-AMT PIC 9(8)V99 VALUE 0.
       77 CMP-NEW-AMT PIC 9(8)V99 VALUE 0.
       77 LISTED-COUNT  PIC 9(5) VALUE 0.
       77 NEWEMP-COUNT  PIC 9(5) VALUE 0.
       77 MISSING-COUNT PIC 9(5) VALUE 0.
       77 RUN-PERIOD PIC X(6) VALUE SPACES.
       77 PREV-YY PIC 9(4).
       77 PREV-MM PIC 99.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.
       77 HIST-NAME  PIC X(20) VALUE "PAYHIST.DAT".
       77 ARF-FILE   PIC X(8) VALUE "PAYHIST".
       77 ARF-DATE   PIC X(8) VALUE SPACES.
       77 ARF-CUTOFF PIC X(8) VALUE SPACES.
       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40)
              VALUE "PRE-DISBURSEMENT PAYROLL VARIANCE".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
       01 THRESH-LINE.
           02 FILLER       PIC X(2)  VALUE SPACES.
           02 FILLER       PIC X(22) VALUE "THRESHOLD PCT         ".
           02 THR-PCT      PIC ZZ9.99.
           02 FILLER       PIC X(9)  VALUE " AMOUNT  ".
           02 THR-AMT      PIC ZZZZZ9.99.
           02 FILLER       PIC X(84) VALUE SPACES.
       01 EMP-LINE.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 FILLER      PIC X(4)  VALUE "EMP ".
           02 EMH-EMPID   PIC X(6).
           02 FILLER      PIC X(13) VALUE " LAST PERIOD ".
           02 EMH-PERIOD  PIC X(6).
           02 FILLER      PIC X(9)  VALUE " OLD NET ".
           02 EMH-OLDNET  PIC -ZZZZZZ9.99.
           02 FILLER      PIC X(9)  VALUE " NEW NET ".
           02 EMH-NEWNET  PIC -ZZZZZZ9.99.
           02 FILLER      PIC X(12) VALUE " DIFFERENCE ".
           02 EMH-DIFF    PIC -ZZZZZZ9.99.
           02 FILLER      PIC X(38) VALUE SPACES.
       01 CMP-LINE.
           02 FILLER      PIC X(4)  VALUE SPACES.
           02 CMP-LABEL   PIC X(28).
           02 FILLER      PIC X(8)  VALUE " BEFORE ".
           02 CMP-BEFORE  PIC ZZZZZZZ9.99.
           02 FILLER      PIC X(7)  VALUE " AFTER ".
           02 CMP-AFTER   PIC ZZZZZZZ9.99.
           02 FILLER      PIC X(63) VALUE SPACES.
       01 NEWEMP-LINE.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 FILLER      PIC X(4)  VALUE "EMP ".
           02 NEW-EMPID   PIC X(6).
           02 FILLER      PIC X(36)
              VALUE " NEW EMPLOYEE - NO PAY HISTORY - NET".
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 NEW-NET     PIC -ZZZZZZ9.99.
           02 FILLER      PIC X(72) VALUE SPACES.
       01 MISSING-LINE.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 FILLER      PIC X(4)  VALUE "EMP ".
           02 MIS-EMPID   PIC X(6).
           02 FILLER      PIC X(19) VALUE " ON HISTORY UP TO ".
           02 MIS-PERIOD  PIC X(6).
           02 FILLER      PIC X(33)
              VALUE " BUT MISSING FROM PAYMENT FILE".
           02 FILLER      PIC X(62) VALUE SPACES.
       01 RPT-TEXT-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 RPT-TEXT PIC X(130).

       LINKAGE SECTION.
       77 PV-MODE-LK PIC X(1).

       PROCEDURE DIVISION USING PV-MODE-LK.
       MAIN-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           IF PV-MODE-LK NOT = "B"
              DISPLAY "ENTER VARIANCE PERCENT THRESHOLD :"
                AT COLUMN NUMBER 1
              ACCEPT PCT-THRESHOLD AT COLUMN NUMBER 40
              DISPLAY "ENTER VARIANCE AMOUNT THRESHOLD :"
                AT COLUMN NUMBER 1
              ACCEPT AMT-THRESHOLD AT COLUMN NUMBER 40.
           OPEN INPUT PAYMENTFILE.
           IF FSP NOT = "00"
              DISPLAY "NO PAYMENT RECORDS ON FILE"
              EXIT PROGRAM.
           MOVE "R" TO CTL-FUNC.
           MOVE SPACES TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-PERIOD NUMERIC
              PERFORM LAST-CLOSED-PARA
              PERFORM HIST-NAME-PARA.
           OPEN INPUT PAYHISTFILE.
           IF FSH NOT = "00"
              DISPLAY "NO PAY HISTORY ON FILE"
              CLOSE PAYMENTFILE
              EXIT PROGRAM.
           OPEN OUTPUT PRINTFILE.
           MOVE PCT-THRESHOLD TO THR-PCT.
           MOVE AMT-THRESHOLD TO THR-AMT.
           MOVE THRESH-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           PERFORM VAR-READ-PARA UNTIL PAY-EOF.
           PERFORM MISSING-SCAN-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "END OF PAYROLL VARIANCE REPORT" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           CLOSE PAYMENTFILE.
           CLOSE PAYHISTFILE.
           CLOSE PRINTFILE.
           IF PV-MODE-LK NOT = "B"
              DISPLAY "REPORT WRITTEN TO PAYVAR.PRT"
                AT COLUMN NUMBER 1
              DISPLAY "VARIANCES LISTED :" LISTED-COUNT
              DISPLAY "NEW EMPLOYEES    :" NEWEMP-COUNT
              DISPLAY "MISSING FROM PAY :" MISSING-COUNT.
           EXIT PROGRAM.

       LAST-CLOSED-PARA.
           MOVE CTL-PERIOD(1:4) TO PREV-YY.
           MOVE CTL-PERIOD(5:2) TO PREV-MM.
           IF PREV-MM = 1
              SUBTRACT 1 FROM PREV-YY
              MOVE 12 TO PREV-MM
           ELSE
              SUBTRACT 1 FROM PREV-MM.
           MOVE PREV-YY TO RUN-PERIOD(1:4).
           MOVE PREV-MM TO RUN-PERIOD(5:2).

       HIST-NAME-PARA.
           MOVE RUN-PERIOD TO ARF-DATE.
           MOVE "01" TO ARF-DATE(7:2).
           CALL "ARCFILE" USING ARF-FILE ARF-DATE HIST-NAME ARF-CUTOFF.
           CANCEL "ARCFILE".

       VAR-READ-PARA.
           READ PAYMENTFILE NEXT RECORD AT END SET PAY-EOF TO TRUE
               GO TO VAR-READ-EXIT.
           PERFORM FIND-LAST-HIST-PARA.
           PERFORM COMPUTE-CURR-PARA.
           IF NOT HIST-FOUND
              MOVE PEMPID TO NEW-EMPID
              MOVE CURR-NET TO NEW-NET
              MOVE NEWEMP-LINE TO RPT-LINE
              PERFORM PRINT-LINE-PARA
              ADD 1 TO NEWEMP-COUNT
              GO TO VAR-READ-EXIT.
           PERFORM COMPUTE-HIST-PARA.
           COMPUTE NET-DIFF = CURR-NET - HIST-NET.
           MOVE NET-DIFF TO ABS-DIFF.
           IF NET-DIFF < 0
              COMPUTE ABS-DIFF = 0 - NET-DIFF.
           IF HIST-NET = 0
              MOVE 999.99 TO DIFF-PCT
           ELSE
              COMPUTE DIFF-PCT ROUNDED = ABS-DIFF * 100 / HIST-NET.
           IF ABS-DIFF NOT > AMT-THRESHOLD
              AND DIFF-PCT NOT > PCT-THRESHOLD
              GO TO VAR-READ-EXIT.
           PERFORM PRINT-EMP-PARA.
           PERFORM COMPARE-COMPONENTS-PARA.
           ADD 1 TO LISTED-COUNT.
       VAR-READ-EXIT.
           EXIT.

       FIND-LAST-HIST-PARA.
           MOVE 'N' TO HIST-FOUND-SW.
           MOVE 'N' TO HIST-EOF-SW.
           MOVE PEMPID TO HEMPID.
           MOVE "000000" TO HPAYPER.
           START PAYHISTFILE KEY IS NOT LESS THAN HKEY
               INVALID KEY SET HIST-EOF TO TRUE.
           IF NOT HIST-EOF
              PERFORM FIND-LAST-READ-PARA UNTIL HIST-EOF.
           IF HIST-FOUND
              MOVE SAVE-HISTREC TO PAYHISTREC.

       FIND-LAST-READ-PARA.
           READ PAYHISTFILE NEXT RECORD AT END SET HIST-EOF TO TRUE
               GO TO FIND-LAST-READ-EXIT.
           IF HEMPID NOT = PEMPID
              SET HIST-EOF TO TRUE
              GO TO FIND-LAST-READ-EXIT.
           MOVE PAYHISTREC TO SAVE-HISTREC.
           MOVE 'Y' TO HIST-FOUND-SW.
       FIND-LAST-READ-EXIT.
           EXIT.

       COMPUTE-CURR-PARA.
           COMPUTE GROSS = PBASIC + PDA + PCCA + PHRA + PDPA + PPPA
               + PEDUA + PTECHJR + PLUNCHA + PCONVEY + PBUSATR + PLTA
               + PGRTY + PPERINC + PMEDI + PBOOK + PENTER + PTPH
               + PHOUSE + PVEHMAN + PCREDIT + PCLUB.
           COMPUTE TOTAL-DEDUCTION = PPF + PESI + PPTAX + PITAX
               + PLOAN + PLOANDA + POTHERD.
           COMPUTE CURR-NET = GROSS - TOTAL-DEDUCTION.

       COMPUTE-HIST-PARA.
           COMPUTE GROSS = HBASIC + HDA + HCCA + HHRA + HDPA + HPPA
               + HEDUA + HTECHJR + HLUNCHA + HCONVEY + HBUSATR + HLTA
               + HGRTY + HPERINC + HMEDI + HBOOK + HENTER + HTPH
               + HHOUSE + HVEHMAN + HCREDIT + HCLUB.
           COMPUTE TOTAL-DEDUCTION = HPF + HESI + HPTAX + HITAX
               + HLOAN + HLOANDA + HOTHERD.
           COMPUTE HIST-NET = GROSS - TOTAL-DEDUCTION.

       PRINT-EMP-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE PEMPID TO EMH-EMPID.
           MOVE HPAYPER TO EMH-PERIOD.
           MOVE HIST-NET TO EMH-OLDNET.
           MOVE CURR-NET TO EMH-NEWNET.
           MOVE NET-DIFF TO EMH-DIFF.
           MOVE EMP-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       COMPARE-COMPONENTS-PARA.
           MOVE "BASIC" TO CMP-LABEL.
           MOVE HBASIC TO CMP-OLD-AMT.
           MOVE PBASIC TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "DEARNESS ALLOWANCE" TO CMP-LABEL.
           MOVE HDA TO CMP-OLD-AMT.
           MOVE PDA TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "CITY COMPENSATORY ALLOWANCE" TO CMP-LABEL.
           MOVE HCCA TO CMP-OLD-AMT.
           MOVE PCCA TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "HRA" TO CMP-LABEL.
           MOVE HHRA TO CMP-OLD-AMT.
           MOVE PHRA TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "DPA" TO CMP-LABEL.
           MOVE HDPA TO CMP-OLD-AMT.
           MOVE PDPA TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "PPA" TO CMP-LABEL.
           MOVE HPPA TO CMP-OLD-AMT.
           MOVE PPPA TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "EDUCATIONAL ALLOWANCE" TO CMP-LABEL.
           MOVE HEDUA TO CMP-OLD-AMT.
           MOVE PEDUA TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "TECHNICAL JOURNAL" TO CMP-LABEL.
           MOVE HTECHJR TO CMP-OLD-AMT.
           MOVE PTECHJR TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "LUNCH ALLOWANCE" TO CMP-LABEL.
           MOVE HLUNCHA TO CMP-OLD-AMT.
           MOVE PLUNCHA TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "CONVEYANCE" TO CMP-LABEL.
           MOVE HCONVEY TO CMP-OLD-AMT.
           MOVE PCONVEY TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "BUSINESS ATTIREMENT" TO CMP-LABEL.
           MOVE HBUSATR TO CMP-OLD-AMT.
           MOVE PBUSATR TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "LEAVE TRAVEL ALLOWANCE" TO CMP-LABEL.
           MOVE HLTA TO CMP-OLD-AMT.
           MOVE PLTA TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "GRATUITY" TO CMP-LABEL.
           MOVE HGRTY TO CMP-OLD-AMT.
           MOVE PGRTY TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "PERFORMANCE INCENTIVE" TO CMP-LABEL.
           MOVE HPERINC TO CMP-OLD-AMT.
           MOVE PPERINC TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "MEDICAL REIMBURSEMENT" TO CMP-LABEL.
           MOVE HMEDI TO CMP-OLD-AMT.
           MOVE PMEDI TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "BOOK REIMBURSEMENT" TO CMP-LABEL.
           MOVE HBOOK TO CMP-OLD-AMT.
           MOVE PBOOK TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "ENTERTAINMENT" TO CMP-LABEL.
           MOVE HENTER TO CMP-OLD-AMT.
           MOVE PENTER TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "PHONE" TO CMP-LABEL.
           MOVE HTPH TO CMP-OLD-AMT.
           MOVE PTPH TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "HOUSE RELATED" TO CMP-LABEL.
           MOVE HHOUSE TO CMP-OLD-AMT.
           MOVE PHOUSE TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "VEHICLE MAINTENANCE" TO CMP-LABEL.
           MOVE HVEHMAN TO CMP-OLD-AMT.
           MOVE PVEHMAN TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "CREDIT CARD" TO CMP-LABEL.
           MOVE HCREDIT TO CMP-OLD-AMT.
           MOVE PCREDIT TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "CLUB" TO CMP-LABEL.
           MOVE HCLUB TO CMP-OLD-AMT.
           MOVE PCLUB TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "PF" TO CMP-LABEL.
           MOVE HPF TO CMP-OLD-AMT.
           MOVE PPF TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "ESI" TO CMP-LABEL.
           MOVE HESI TO CMP-OLD-AMT.
           MOVE PESI TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "PROFESSIONAL TAX" TO CMP-LABEL.
           MOVE HPTAX TO CMP-OLD-AMT.
           MOVE PPTAX TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "INCOME TAX" TO CMP-LABEL.
           MOVE HITAX TO CMP-OLD-AMT.
           MOVE PITAX TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "LOAN" TO CMP-LABEL.
           MOVE HLOAN TO CMP-OLD-AMT.
           MOVE PLOAN TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "LOAN DEDUCTION AMOUNT" TO CMP-LABEL.
           MOVE HLOANDA TO CMP-OLD-AMT.
           MOVE PLOANDA TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.
           MOVE "OTHER DEDUCTION" TO CMP-LABEL.
           MOVE HOTHERD TO CMP-OLD-AMT.
           MOVE POTHERD TO CMP-NEW-AMT.
           PERFORM CHECK-COMP-PARA.

       CHECK-COMP-PARA.
           IF CMP-NEW-AMT NOT = CMP-OLD-AMT
              MOVE CMP-OLD-AMT TO CMP-BEFORE
              MOVE CMP-NEW-AMT TO CMP-AFTER
              MOVE CMP-LINE TO RPT-LINE
              PERFORM PRINT-LINE-PARA.

       MISSING-SCAN-PARA.
           MOVE SPACES TO HOLD-EMPID.
           MOVE SPACES TO HOLD-PERIOD.
           MOVE LOW-VALUES TO HKEY.
           START PAYHISTFILE KEY IS NOT LESS THAN HKEY
               INVALID KEY SET SCAN-EOF TO TRUE.
           IF NOT SCAN-EOF
              PERFORM MISSING-READ-PARA UNTIL SCAN-EOF.
           IF HOLD-EMPID NOT = SPACES
              PERFORM MISSING-CHECK-PARA.

       MISSING-READ-PARA.
           READ PAYHISTFILE NEXT RECORD AT END SET SCAN-EOF TO TRUE
               GO TO MISSING-READ-EXIT.
           IF HEMPID NOT = HOLD-EMPID
              IF HOLD-EMPID NOT = SPACES
                 PERFORM MISSING-CHECK-PARA.
           MOVE HEMPID TO HOLD-EMPID.
           MOVE HPAYPER TO HOLD-PERIOD.
       MISSING-READ-EXIT.
           EXIT.

       MISSING-CHECK-PARA.
           MOVE HOLD-EMPID TO PEMPID.
           READ PAYMENTFILE
              INVALID KEY
                 MOVE HOLD-EMPID TO MIS-EMPID
                 MOVE HOLD-PERIOD TO MIS-PERIOD
                 MOVE MISSING-LINE TO RPT-LINE
                 PERFORM PRINT-LINE-PARA
                 ADD 1 TO MISSING-COUNT.

       PRINT-HEADING-PARA.
           ADD 1 TO PAGE-COUNT.
           MOVE RPT-RUN-DATE TO HDG-DATE.
           MOVE PAGE-COUNT TO HDG-PAGE.
           WRITE PRINT-REC FROM HDG-LINE-1.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 2 TO LINE-COUNT.

       PRINT-LINE-PARA.
           IF LINE-COUNT > PAGE-LIMIT
              PERFORM PRINT-HEADING-PARA.
           WRITE PRINT-REC FROM RPT-LINE.
           ADD 1 TO LINE-COUNT.
           END PROGRAM PAYVAR.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT BANKFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BKEMPID
           FILE STATUS IS FSBK.

           SELECT EMPPERSONALFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EPEMPID
           FILE STATUS IS FSEP.

           SELECT CONFIRMATIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CCONID
           FILE STATUS IS FSC.

           SELECT GRADEFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSG.

           SELECT DESIGNATIONFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSDES.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

           SELECT LEAVETRANSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LTLEVID
           FILE STATUS IS FSLT.

           SELECT LOANFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LNLOANID
           FILE STATUS IS FSLN.

           SELECT SEPARATIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEMPID
           FILE STATUS IS FSSEP.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPRT.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID PIC X(6).
           02 FILLER PIC X(248).

       FD BANKFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BANK.DAT".
       01 BANKREC.
           02 BKEMPID  PIC X(6).
           02 BKACCNO  PIC X(16).
           02 BKBANK   PIC X(20).
           02 BKIFSC   PIC X(11).
           02 BKMODE   PIC X(4).

       FD EMPPERSONALFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMPPER.DAT".
       01 EMPPERSONALREC.
           02 EPEMPID PIC X(6).
           02 FILLER  PIC X(230).

       FD CONFIRMATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CONFIRM.DAT".
       01 CONFIRMATIONREC.
           02 CCONID   PIC X(6).
           02 CEMPID   PIC X(6).
           02 CCDATE   PIC X(6).

       FD GRADEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "GRADE.DAT".
       01 GRADEREC.
           02 GGRADE   PIC 99.
           02 GDESIGN  PIC X(25).
           02 GSCALEMIN PIC 9(6)V99.
           02 GSTEP     PIC 9(6)V99.
           02 GSCALEMAX PIC 9(6)V99.
           02 GEFFDATE  PIC X(10).

       FD DESIGNATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DESIG.DAT".
       01 DESIGNATIONREC.
           02 DESID    PIC X(6).
           02 DESIGN   PIC X(15).
           02 DESHRT   PIC X(4).

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).
           02 BSTATE   PIC X(2).

       FD LEAVETRANSFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LEAVETRN.DAT".
       01 LEAVETRANSREC.
           02 LTLEVID  PIC X(6).
           02 LTEMPID  PIC X(6).
           02 LTFMDATE PIC X(10).
           02 LTTODATE PIC X(10).
           02 LTLEVCAT PIC X(3).
           02 LTDAYS   PIC 999.

       FD LOANFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LOANACCT.DAT".
       01 LOANREC.
           02 LNLOANID PIC X(6).
           02 LNEMPID  PIC X(6).
           02 LNTYPE   PIC X(10).
           02 LNPRIN   PIC 9(8)V99.
           02 LNINST   PIC 9(8)V99.
           02 LNBAL    PIC 9(8)V99.
           02 LNSTDATE PIC X(10).

       FD SEPARATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SEPARATE.DAT".
       01 SEPARATIONREC.
           02 SEMPID   PIC X(6).
           02 SSEPDATE PIC X(10).
           02 SREASON  PIC X(20).
           02 SNOTICE  PIC X(1).

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DBAUDIT.PRT".
       01 PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSE   PIC XX.
       77 FSP   PIC XX.
       77 FSBK  PIC XX.
       77 FSEP  PIC XX.
       77 FSC   PIC XX.
       77 FSG   PIC XX.
       77 FSDES PIC XX.
       77 FSB   PIC XX.
       77 FSLT  PIC XX.
       77 FSLN  PIC XX.
       77 FSSEP PIC XX.
       77 FSPRT PIC XX.
       77 RPT-RUN-DATE PIC 9(8).
       77 PAGE-COUNT PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 99 VALUE 99.
       77 PAGE-LIMIT PIC 99 VALUE 60.
       77 SCAN-EOF-SW PIC X VALUE 'N'.
           88 SCAN-EOF VALUE 'Y'.
       77 SEPFILE-SW PIC X VALUE 'N'.
           88 SEPFILE-OPEN VALUE 'Y'.
       77 BRFILE-SW PIC X VALUE 'N'.
           88 BRFILE-OPEN VALUE 'Y'.
       77 GRADE-LOADED-SW PIC X VALUE 'N'.
           88 GRADE-LOADED VALUE 'Y'.
       77 EMP-FOUND-SW PIC X VALUE 'N'.
           88 EMP-FOUND VALUE 'Y'.
       77 SEP-FOUND-SW PIC X VALUE 'N'.
           88 SEP-FOUND VALUE 'Y'.
       77 BR-FOUND-SW PIC X VALUE 'N'.
           88 BR-FOUND VALUE 'Y'.
       77 DES-FOUND-SW PIC X VALUE 'N'.
           88 DES-FOUND VALUE 'Y'.
       77 CHK-EMPID PIC X(6) VALUE SPACES.
       01 GRADE-FLAG-TABLE.
           05 GRD-FLAG OCCURS 99 TIMES PIC X.
       77 GRD-SUB PIC 99 VALUE 0.
       01 DESIG-CODE-TABLE.
           05 DES-CODE OCCURS 200 TIMES PIC X(6).
       77 DES-COUNT PIC 999 VALUE 0.
       77 DES-SUB   PIC 999 VALUE 0.
       77 DS-YYYY  PIC 9(4) VALUE 0.
       77 DS-MM    PIC 99 VALUE 0.
       77 DS-DD    PIC 99 VALUE 0.
       77 DS-YEARS PIC 9(4) VALUE 0.
       77 DS-Q4    PIC 9(6) VALUE 0.
       77 DS-Q100  PIC 9(6) VALUE 0.
       77 DS-Q400  PIC 9(6) VALUE 0.
       77 DS-REM   PIC 9(4) VALUE 0.
       77 DS-SERIAL PIC 9(8) VALUE 0.
       77 FROM-SERIAL PIC 9(8) VALUE 0.
       77 TO-SERIAL   PIC 9(8) VALUE 0.
       77 SPAN-DAYS   PIC S9(5) VALUE 0.
       77 LEAP-SW PIC X VALUE 'N'.
           88 IS-LEAP VALUE 'Y'.
       01 MONTH-OFFSET-VALUES.
           02 FILLER PIC X(18) VALUE "000031059090120151".
           02 FILLER PIC X(18) VALUE "181212243273304334".
       01 MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-VALUES.
           05 MONTH-OFFSET OCCURS 12 TIMES PIC 999.
       77 CNT-PAY-NOEMP   PIC 9(5) VALUE 0.
       77 CNT-BANK-NOEMP  PIC 9(5) VALUE 0.
       77 CNT-PER-NOEMP   PIC 9(5) VALUE 0.
       77 CNT-CONF-NOEMP  PIC 9(5) VALUE 0.
       77 CNT-EMP-NOGRADE PIC 9(5) VALUE 0.
       77 CNT-EMP-NOBRNCH PIC 9(5) VALUE 0.
       77 CNT-EMP-NODESIG PIC 9(5) VALUE 0.
       77 CNT-LT-NOEMP    PIC 9(5) VALUE 0.
       77 CNT-LT-SEP      PIC 9(5) VALUE 0.
       77 CNT-LT-DAYS     PIC 9(5) VALUE 0.
       77 CNT-LN-NOEMP    PIC 9(5) VALUE 0.
       77 CNT-LN-SEP      PIC 9(5) VALUE 0.
       77 TOTAL-EXC       PIC 9(6) VALUE 0.
       77 LT-ENTRY-CAT PIC X(3) VALUE SPACES.
           88 LT-BALANCE-POSTING VALUE "CCL" "CSL" "CPL" "BCL" "BSL"
              "BPL" "XCL" "XSL" "XPL" "EPL".
       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40)
              VALUE "DATABASE INTEGRITY EXCEPTION REGISTER".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
       01 SECTION-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 FILLER   PIC X(5)   VALUE "FILE ".
           02 SEC-NAME PIC X(12).
           02 FILLER   PIC X(113) VALUE SPACES.
       01 EXC-LINE.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(4)  VALUE "SEV ".
           02 EXC-SEV  PIC X(1).
           02 FILLER   PIC X(5)  VALUE " KEY ".
           02 EXC-KEY  PIC X(16).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 EXC-MSG  PIC X(50).
           02 FILLER   PIC X(53) VALUE SPACES.
       01 RPT-TEXT-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 RPT-TEXT PIC X(130).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
              DISPLAY "NO EMPLOYEE MASTER ON FILE - AUDIT ABANDONED"
              EXIT PROGRAM.
           OPEN OUTPUT PRINTFILE.
           DISPLAY " ".
           DISPLAY "DATABASE INTEGRITY AUDIT RUN".
           DISPLAY "RUN DATE " RPT-RUN-DATE.
           PERFORM OPEN-SEPARATION-PARA.
           PERFORM OPEN-BRANCH-PARA.
           PERFORM LOAD-GRADE-PARA THRU LOAD-GRADE-EXIT.
           PERFORM LOAD-DESIG-PARA THRU LOAD-DESIG-EXIT.
           PERFORM CHECK-PAYMENT-PARA THRU CHECK-PAYMENT-EXIT.
           PERFORM CHECK-BANK-PARA THRU CHECK-BANK-EXIT.
           PERFORM CHECK-EMPPER-PARA THRU CHECK-EMPPER-EXIT.
           PERFORM CHECK-CONFIRM-PARA THRU CHECK-CONFIRM-EXIT.
           PERFORM CHECK-EMP-PARA.
           PERFORM CHECK-LEAVETRN-PARA THRU CHECK-LEAVETRN-EXIT.
           PERFORM CHECK-LOAN-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "END OF INTEGRITY EXCEPTION REGISTER" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           CLOSE EMPFILE.
           IF SEPFILE-OPEN
              CLOSE SEPARATIONFILE.
           IF BRFILE-OPEN
              CLOSE BRANCHFILE.
           CLOSE PRINTFILE.
           DISPLAY " ".
           DISPLAY "PAYMENT WITHOUT EMP MASTER    :" CNT-PAY-NOEMP.
           DISPLAY "BANK WITHOUT EMP MASTER       :" CNT-BANK-NOEMP.
           DISPLAY "PERSONAL WITHOUT EMP MASTER   :" CNT-PER-NOEMP.
           DISPLAY "CONFIRM WITHOUT EMP MASTER    :" CNT-CONF-NOEMP.
           DISPLAY "EMP WITHOUT GRADE MASTER      :" CNT-EMP-NOGRADE.
           DISPLAY "EMP WITHOUT BRANCH MASTER     :" CNT-EMP-NOBRNCH.
           DISPLAY "EMP WITHOUT DESIGNATION       :" CNT-EMP-NODESIG.
           DISPLAY "LEAVE LEDGER WITHOUT EMP      :" CNT-LT-NOEMP.
           DISPLAY "LEAVE LEDGER FOR SEPARATED    :" CNT-LT-SEP.
           DISPLAY "LEAVE LEDGER DAY MISMATCHES   :" CNT-LT-DAYS.
           DISPLAY "LOANS WITHOUT EMP MASTER      :" CNT-LN-NOEMP.
           DISPLAY "LOANS FOR SEPARATED EMPLOYEES :" CNT-LN-SEP.
           DISPLAY "TOTAL EXCEPTIONS              :" TOTAL-EXC.
           DISPLAY "REGISTER WRITTEN TO DBAUDIT.PRT".
           DISPLAY "END OF DATABASE INTEGRITY AUDIT".
           EXIT PROGRAM.

       OPEN-SEPARATION-PARA.
           OPEN INPUT SEPARATIONFILE.
           IF FSSEP = "00"
              MOVE 'Y' TO SEPFILE-SW
           ELSE
              MOVE 'N' TO SEPFILE-SW.

       OPEN-BRANCH-PARA.
           OPEN INPUT BRANCHFILE.
           IF FSB = "00"
              MOVE 'Y' TO BRFILE-SW
           ELSE
              MOVE 'N' TO BRFILE-SW
              DISPLAY "NO BRANCH MASTER - BRANCH CHECK SKIPPED".

       LOAD-GRADE-PARA.
           MOVE 1 TO GRD-SUB.
           PERFORM INIT-GRADE-FLAG-PARA UNTIL GRD-SUB > 99.
           OPEN INPUT GRADEFILE.
           IF FSG NOT = "00"
              DISPLAY "NO GRADE MASTER - GRADE CHECK SKIPPED"
              GO TO LOAD-GRADE-EXIT.
           MOVE 'Y' TO GRADE-LOADED-SW.
           MOVE 'N' TO SCAN-EOF-SW.
           PERFORM LOAD-GRADE-READ-PARA THRU LOAD-GRADE-READ-EXIT
              UNTIL SCAN-EOF.
           CLOSE GRADEFILE.
       LOAD-GRADE-EXIT.
           EXIT.

       INIT-GRADE-FLAG-PARA.
           MOVE 'N' TO GRD-FLAG(GRD-SUB).
           ADD 1 TO GRD-SUB.

       LOAD-GRADE-READ-PARA.
           READ GRADEFILE AT END SET SCAN-EOF TO TRUE
               GO TO LOAD-GRADE-READ-EXIT.
           IF GGRADE > 0
              MOVE 'Y' TO GRD-FLAG(GGRADE).
       LOAD-GRADE-READ-EXIT.
           EXIT.

       LOAD-DESIG-PARA.
           MOVE 0 TO DES-COUNT.
           OPEN INPUT DESIGNATIONFILE.
           IF FSDES NOT = "00"
              DISPLAY "NO DESIGNATION MASTER - DESIG CHECK SKIPPED"
              GO TO LOAD-DESIG-EXIT.
           MOVE 'N' TO SCAN-EOF-SW.
           PERFORM LOAD-DESIG-READ-PARA THRU LOAD-DESIG-READ-EXIT
              UNTIL SCAN-EOF.
           CLOSE DESIGNATIONFILE.
       LOAD-DESIG-EXIT.
           EXIT.

       LOAD-DESIG-READ-PARA.
           READ DESIGNATIONFILE AT END SET SCAN-EOF TO TRUE
               GO TO LOAD-DESIG-READ-EXIT.
           IF DES-COUNT < 200
              ADD 1 TO DES-COUNT
              MOVE DESID TO DES-CODE(DES-COUNT).
       LOAD-DESIG-READ-EXIT.
           EXIT.

       CHECK-EMP-EXISTS-PARA.
           MOVE 'N' TO EMP-FOUND-SW.
           MOVE CHK-EMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY MOVE 'N' TO EMP-FOUND-SW
              NOT INVALID KEY MOVE 'Y' TO EMP-FOUND-SW.

       CHECK-SEPARATED-PARA.
           MOVE 'N' TO SEP-FOUND-SW.
           IF SEPFILE-OPEN
              MOVE CHK-EMPID TO SEMPID
              READ SEPARATIONFILE
                 INVALID KEY MOVE 'N' TO SEP-FOUND-SW
                 NOT INVALID KEY MOVE 'Y' TO SEP-FOUND-SW.

       PRINT-SECTION-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE SECTION-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       PRINT-EXC-PARA.
           MOVE EXC-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           ADD 1 TO TOTAL-EXC.

       CHECK-PAYMENT-PARA.
           MOVE "PAYMENT.DAT" TO SEC-NAME.
           PERFORM PRINT-SECTION-PARA.
           OPEN INPUT PAYMENTFILE.
           IF FSP NOT = "00"
              DISPLAY "NO PAYMENT FILE - CHECK SKIPPED"
              GO TO CHECK-PAYMENT-EXIT.
           MOVE 'N' TO SCAN-EOF-SW.
           PERFORM CHECK-PAYMENT-READ-PARA THRU CHECK-PAYMENT-READ-EXIT
              UNTIL SCAN-EOF.
           CLOSE PAYMENTFILE.
       CHECK-PAYMENT-EXIT.
           EXIT.

       CHECK-PAYMENT-READ-PARA.
           READ PAYMENTFILE AT END SET SCAN-EOF TO TRUE
               GO TO CHECK-PAYMENT-READ-EXIT.
           MOVE PEMPID TO CHK-EMPID.
           PERFORM CHECK-EMP-EXISTS-PARA.
           IF NOT EMP-FOUND
              MOVE "E" TO EXC-SEV
              MOVE PEMPID TO EXC-KEY
              MOVE "EMPLOYEE NOT ON EMP MASTER" TO EXC-MSG
              PERFORM PRINT-EXC-PARA
              ADD 1 TO CNT-PAY-NOEMP.
       CHECK-PAYMENT-READ-EXIT.
           EXIT.

       CHECK-BANK-PARA.
           MOVE "BANK.DAT" TO SEC-NAME.
           PERFORM PRINT-SECTION-PARA.
           OPEN INPUT BANKFILE.
           IF FSBK NOT = "00"
              DISPLAY "NO BANK FILE - CHECK SKIPPED"
              GO TO CHECK-BANK-EXIT.
           MOVE 'N' TO SCAN-EOF-SW.
           PERFORM CHECK-BANK-READ-PARA THRU CHECK-BANK-READ-EXIT
              UNTIL SCAN-EOF.
           CLOSE BANKFILE.
       CHECK-BANK-EXIT.
           EXIT.

       CHECK-BANK-READ-PARA.
           READ BANKFILE AT END SET SCAN-EOF TO TRUE
               GO TO CHECK-BANK-READ-EXIT.
           MOVE BKEMPID TO CHK-EMPID.
           PERFORM CHECK-EMP-EXISTS-PARA.
           IF NOT EMP-FOUND
              MOVE "E" TO EXC-SEV
              MOVE BKEMPID TO EXC-KEY
              MOVE "EMPLOYEE NOT ON EMP MASTER" TO EXC-MSG
              PERFORM PRINT-EXC-PARA
              ADD 1 TO CNT-BANK-NOEMP.
       CHECK-BANK-READ-EXIT.
           EXIT.

       CHECK-EMPPER-PARA.
           MOVE "EMPPER.DAT" TO SEC-NAME.
           PERFORM PRINT-SECTION-PARA.
           OPEN INPUT EMPPERSONALFILE.
           IF FSEP NOT = "00"
              DISPLAY "NO PERSONAL FILE - CHECK SKIPPED"
              GO TO CHECK-EMPPER-EXIT.
           MOVE 'N' TO SCAN-EOF-SW.
           PERFORM CHECK-EMPPER-READ-PARA THRU CHECK-EMPPER-READ-EXIT
              UNTIL SCAN-EOF.
           CLOSE EMPPERSONALFILE.
       CHECK-EMPPER-EXIT.
           EXIT.

       CHECK-EMPPER-READ-PARA.
           READ EMPPERSONALFILE AT END SET SCAN-EOF TO TRUE
               GO TO CHECK-EMPPER-READ-EXIT.
           MOVE EPEMPID TO CHK-EMPID.
           PERFORM CHECK-EMP-EXISTS-PARA.
           IF NOT EMP-FOUND
              MOVE "W" TO EXC-SEV
              MOVE EPEMPID TO EXC-KEY
              MOVE "EMPLOYEE NOT ON EMP MASTER" TO EXC-MSG
              PERFORM PRINT-EXC-PARA
              ADD 1 TO CNT-PER-NOEMP.
       CHECK-EMPPER-READ-EXIT.
           EXIT.

       CHECK-CONFIRM-PARA.
           MOVE "CONFIRM.DAT" TO SEC-NAME.
           PERFORM PRINT-SECTION-PARA.
           OPEN INPUT CONFIRMATIONFILE.
           IF FSC NOT = "00"
              DISPLAY "NO CONFIRMATION FILE - CHECK SKIPPED"
              GO TO CHECK-CONFIRM-EXIT.
           MOVE 'N' TO SCAN-EOF-SW.
           PERFORM CHECK-CONFIRM-READ-PARA THRU CHECK-CONFIRM-READ-EXIT
              UNTIL SCAN-EOF.
           CLOSE CONFIRMATIONFILE.
       CHECK-CONFIRM-EXIT.
           EXIT.

       CHECK-CONFIRM-READ-PARA.
           READ CONFIRMATIONFILE AT END SET SCAN-EOF TO TRUE
               GO TO CHECK-CONFIRM-READ-EXIT.
           MOVE CEMPID TO CHK-EMPID.
           PERFORM CHECK-EMP-EXISTS-PARA.
           IF NOT EMP-FOUND
              MOVE "E" TO EXC-SEV
              MOVE CCONID TO EXC-KEY
              MOVE "CEMPID NOT ON EMP MASTER" TO EXC-MSG
              PERFORM PRINT-EXC-PARA
              ADD 1 TO CNT-CONF-NOEMP.
       CHECK-CONFIRM-READ-EXIT.
           EXIT.

       CHECK-EMP-PARA.
           MOVE "EMP.DAT" TO SEC-NAME.
           PERFORM PRINT-SECTION-PARA.
           MOVE 'N' TO SCAN-EOF-SW.
           MOVE LOW-VALUES TO EEMPID.
           START EMPFILE KEY IS NOT LESS THAN EEMPID
               INVALID KEY SET SCAN-EOF TO TRUE.
           IF NOT SCAN-EOF
              PERFORM CHECK-EMP-READ-PARA THRU CHECK-EMP-READ-EXIT
                 UNTIL SCAN-EOF.
       CHECK-EMP-EXIT.
           EXIT.

       CHECK-EMP-READ-PARA.
           READ EMPFILE NEXT RECORD AT END SET SCAN-EOF TO TRUE
               GO TO CHECK-EMP-READ-EXIT.
           IF GRADE-LOADED
              PERFORM CHECK-EMP-GRADE-PARA.
           IF BRFILE-OPEN
              PERFORM CHECK-EMP-BRANCH-PARA.
           PERFORM CHECK-EMP-DESIG-PARA.
       CHECK-EMP-READ-EXIT.
           EXIT.

       CHECK-EMP-GRADE-PARA.
           IF EGRDNO = 0 OR GRD-FLAG(EGRDNO) NOT = 'Y'
              MOVE "E" TO EXC-SEV
              MOVE EEMPID TO EXC-KEY
              MOVE "GRADE NOT ON GRADE MASTER" TO EXC-MSG
              PERFORM PRINT-EXC-PARA
              ADD 1 TO CNT-EMP-NOGRADE.

       CHECK-EMP-BRANCH-PARA.
           MOVE 'N' TO BR-FOUND-SW.
           MOVE EBRNID TO BBRID.
           READ BRANCHFILE
              INVALID KEY MOVE 'N' TO BR-FOUND-SW
              NOT INVALID KEY MOVE 'Y' TO BR-FOUND-SW.
           IF NOT BR-FOUND
              MOVE "E" TO EXC-SEV
              MOVE EEMPID TO EXC-KEY
              MOVE "BRANCH NOT ON BRANCH MASTER" TO EXC-MSG
              PERFORM PRINT-EXC-PARA
              ADD 1 TO CNT-EMP-NOBRNCH.

       CHECK-EMP-DESIG-PARA.
           MOVE 'N' TO DES-FOUND-SW.
           MOVE 1 TO DES-SUB.
           PERFORM CHECK-DESIG-SCAN-PARA
               UNTIL DES-SUB > DES-COUNT OR DES-FOUND.
           IF DES-COUNT > 0 AND NOT DES-FOUND
              MOVE "W" TO EXC-SEV
              MOVE EEMPID TO EXC-KEY
              MOVE "DESIGNATION NOT ON MASTER" TO EXC-MSG
              PERFORM PRINT-EXC-PARA
              ADD 1 TO CNT-EMP-NODESIG.

       CHECK-DESIG-SCAN-PARA.
           IF DES-CODE(DES-SUB) = EDESID
              MOVE 'Y' TO DES-FOUND-SW
           ELSE
              ADD 1 TO DES-SUB.

       CHECK-LEAVETRN-PARA.
           MOVE "LEAVETRN.DAT" TO SEC-NAME.
           PERFORM PRINT-SECTION-PARA.
           OPEN INPUT LEAVETRANSFILE.
           IF FSLT NOT = "00"
              DISPLAY "NO LEAVE LEDGER - CHECK SKIPPED"
              GO TO CHECK-LEAVETRN-EXIT.
           MOVE 'N' TO SCAN-EOF-SW.
           PERFORM CHECK-LEAVETRN-READ-PARA
              THRU CHECK-LEAVETRN-READ-EXIT UNTIL SCAN-EOF.
           CLOSE LEAVETRANSFILE.
       CHECK-LEAVETRN-EXIT.
           EXIT.

       CHECK-LEAVETRN-READ-PARA.
           READ LEAVETRANSFILE AT END SET SCAN-EOF TO TRUE
               GO TO CHECK-LEAVETRN-READ-EXIT.
           MOVE LTEMPID TO CHK-EMPID.
           PERFORM CHECK-EMP-EXISTS-PARA.
           IF NOT EMP-FOUND
              MOVE "E" TO EXC-SEV
              MOVE LTLEVID TO EXC-KEY
              MOVE "EMPLOYEE NOT ON EMP MASTER" TO EXC-MSG
              PERFORM PRINT-EXC-PARA
              ADD 1 TO CNT-LT-NOEMP.
           PERFORM CHECK-SEPARATED-PARA.
           IF SEP-FOUND
              MOVE "W" TO EXC-SEV
              MOVE LTLEVID TO EXC-KEY
              MOVE "LEAVE FOR SEPARATED EMPLOYEE" TO EXC-MSG
              PERFORM PRINT-EXC-PARA
              ADD 1 TO CNT-LT-SEP.
           PERFORM CHECK-LEAVE-SPAN-PARA THRU CHECK-LEAVE-SPAN-EXIT.
       CHECK-LEAVETRN-READ-EXIT.
           EXIT.

       CHECK-LEAVE-SPAN-PARA.
           MOVE LTLEVCAT TO LT-ENTRY-CAT.
           IF LT-BALANCE-POSTING
              GO TO CHECK-LEAVE-SPAN-EXIT.
           IF LTFMDATE(1:4) IS NOT NUMERIC
              OR LTFMDATE(6:2) IS NOT NUMERIC
              OR LTFMDATE(9:2) IS NOT NUMERIC
              OR LTTODATE(1:4) IS NOT NUMERIC
              OR LTTODATE(6:2) IS NOT NUMERIC
              OR LTTODATE(9:2) IS NOT NUMERIC
              MOVE "E" TO EXC-SEV
              MOVE LTLEVID TO EXC-KEY
              MOVE "LEAVE DATES NOT VALID" TO EXC-MSG
              PERFORM PRINT-EXC-PARA
              ADD 1 TO CNT-LT-DAYS
              GO TO CHECK-LEAVE-SPAN-EXIT.
           MOVE LTFMDATE(1:4) TO DS-YYYY.
           MOVE LTFMDATE(6:2) TO DS-MM.
           MOVE LTFMDATE(9:2) TO DS-DD.
           PERFORM DATE-SERIAL-PARA.
           MOVE DS-SERIAL TO FROM-SERIAL.
           MOVE LTTODATE(1:4) TO DS-YYYY.
           MOVE LTTODATE(6:2) TO DS-MM.
           MOVE LTTODATE(9:2) TO DS-DD.
           PERFORM DATE-SERIAL-PARA.
           MOVE DS-SERIAL TO TO-SERIAL.
           COMPUTE SPAN-DAYS = TO-SERIAL - FROM-SERIAL + 1.
           IF SPAN-DAYS NOT = LTDAYS
              MOVE "E" TO EXC-SEV
              MOVE LTLEVID TO EXC-KEY
              MOVE "DAYS DO NOT MATCH DATE SPAN" TO EXC-MSG
              PERFORM PRINT-EXC-PARA
              ADD 1 TO CNT-LT-DAYS.
       CHECK-LEAVE-SPAN-EXIT.
           EXIT.

       DATE-SERIAL-PARA.
           COMPUTE DS-YEARS = DS-YYYY - 1.
           DIVIDE DS-YEARS BY 4 GIVING DS-Q4.
           DIVIDE DS-YEARS BY 100 GIVING DS-Q100.
           DIVIDE DS-YEARS BY 400 GIVING DS-Q400.
           COMPUTE DS-SERIAL = DS-YEARS * 365 + DS-Q4 - DS-Q100
               + DS-Q400.
           IF DS-MM > 0 AND DS-MM < 13
              ADD MONTH-OFFSET(DS-MM) TO DS-SERIAL.
           ADD DS-DD TO DS-SERIAL.
           IF DS-MM > 2
              PERFORM LEAP-CHECK-PARA
              IF IS-LEAP
                 ADD 1 TO DS-SERIAL.

       LEAP-CHECK-PARA.
           MOVE 'N' TO LEAP-SW.
           DIVIDE DS-YYYY BY 4 GIVING DS-Q4 REMAINDER DS-REM.
           IF DS-REM = 0
              MOVE 'Y' TO LEAP-SW.
           DIVIDE DS-YYYY BY 100 GIVING DS-Q100 REMAINDER DS-REM.
           IF DS-REM = 0
              MOVE 'N' TO LEAP-SW
              DIVIDE DS-YYYY BY 400 GIVING DS-Q400
                  REMAINDER DS-REM
              IF DS-REM = 0
                 MOVE 'Y' TO LEAP-SW.

       CHECK-LOAN-PARA.
           MOVE "LOANACCT.DAT" TO SEC-NAME.
           PERFORM PRINT-SECTION-PARA.
           OPEN INPUT LOANFILE.
           IF FSLN NOT = "00"
              DISPLAY "NO LOAN FILE - CHECK SKIPPED"
              GO TO CHECK-LOAN-EXIT.
           MOVE 'N' TO SCAN-EOF-SW.
           PERFORM CHECK-LOAN-READ-PARA UNTIL SCAN-EOF.
           CLOSE LOANFILE.
       CHECK-LOAN-EXIT.
           EXIT.

       CHECK-LOAN-READ-PARA.
           READ LOANFILE AT END SET SCAN-EOF TO TRUE
               GO TO CHECK-LOAN-READ-EXIT.
           MOVE LNEMPID TO CHK-EMPID.
           PERFORM CHECK-EMP-EXISTS-PARA.
           IF NOT EMP-FOUND
              MOVE "E" TO EXC-SEV
              MOVE LNLOANID TO EXC-KEY
              MOVE "EMPLOYEE NOT ON EMP MASTER" TO EXC-MSG
              PERFORM PRINT-EXC-PARA
              ADD 1 TO CNT-LN-NOEMP.
           PERFORM CHECK-SEPARATED-PARA.
           IF SEP-FOUND
              MOVE "W" TO EXC-SEV
              MOVE LNLOANID TO EXC-KEY
              MOVE "LOAN FOR SEPARATED EMPLOYEE" TO EXC-MSG
              PERFORM PRINT-EXC-PARA
              ADD 1 TO CNT-LN-SEP.
       CHECK-LOAN-READ-EXIT.
           EXIT.

       PRINT-HEADING-PARA.
           ADD 1 TO PAGE-COUNT.
           MOVE RPT-RUN-DATE TO HDG-DATE.
           MOVE PAGE-COUNT TO HDG-PAGE.
           WRITE PRINT-REC FROM HDG-LINE-1.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 2 TO LINE-COUNT.

       PRINT-LINE-PARA.
           IF LINE-COUNT > PAGE-LIMIT
              PERFORM PRINT-HEADING-PARA.
           WRITE PRINT-REC FROM RPT-LINE.
           ADD 1 TO LINE-COUNT.
           END PROGRAM DBAUDIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHISTFILE ASSIGN TO HIST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HKEY
           FILE STATUS IS FSH.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT GLMAPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GMCOMP
           FILE STATUS IS FSGM.

           SELECT SUPPHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SHKEY
           FILE STATUS IS FSSH.

           SELECT GLJRNLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSJR.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPRT.

       DATA DIVISION.
       FILE SECTION.
       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD.
       01 PAYHISTREC.
           02 HKEY.
               03 HEMPID   PIC X(6).
               03 HPAYPER  PIC X(6).
           02 HBASIC   PIC 9(6)V99.
           02 HDA      PIC 9(6)V99.
           02 HCCA     PIC 9(6)V99.
           02 HHRA     PIC 9(6)V99.
           02 HDPA     PIC 9(6)V99.
           02 HPPA     PIC 9(6)V99.
           02 HEDUA    PIC 9(6)V99.
           02 HTECHJR  PIC 9(6)V99.
           02 HLUNCHA  PIC 9(6)V99.
           02 HCONVEY  PIC 9(6)V99.
           02 HBUSATR  PIC 9(6)V99.
           02 HLTA     PIC 9(6)V99.
           02 HPF      PIC 9(6)V99.
           02 HESI     PIC 9(6)V99.
           02 HGRTY    PIC 9(6)V99.
           02 HPTAX    PIC 9(6)V99.
           02 HITAX    PIC 9(6)V99.
           02 HLOAN    PIC 9(8)V99.
           02 HLOANDA  PIC 9(8)V99.
           02 HOTHERD  PIC 9(6)V99.
           02 HPERINC  PIC 9(6)V99.
           02 HMEDI    PIC 9(6)V99.
           02 HBOOK    PIC 9(6)V99.
           02 HENTER   PIC 9(6)V99.
           02 HTPH     PIC 9(6)V99.
           02 HHOUSE   PIC 9(6)V99.
           02 HVEHMAN  PIC 9(6)V99.
           02 HCREDIT  PIC 9(6)V99.
           02 HCLUB    PIC 9(6)V99.
           02 HCL      PIC 99.
           02 HSL      PIC 99.
           02 HPL      PIC 99.
           02 HLLOP    PIC 999.
           02 HOTHERL  PIC 999.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD GLMAPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "GLMAP.DAT".
       01 GLMAPREC.
           02 GMCOMP   PIC X(8).
           02 GMACCT   PIC X(10).
           02 GMDESC   PIC X(20).

       FD SUPPHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SUPPHIST.DAT".
       01 SUPPHISTREC.
           02 SHKEY.
               03 SHEMPID   PIC X(6).
               03 SHPERIOD  PIC X(6).
               03 SHRUNNO   PIC 99.
               03 SHTYPE    PIC X(6).
           02 SHRUNTYPE PIC X(1).
           02 SHAMOUNT  PIC 9(8)V99.
           02 SHTAXABLE PIC X(1).
           02 SHTDS     PIC 9(8)V99.
           02 SHNET     PIC 9(8)V99.
           02 SHRUNDATE PIC X(10).
           02 SHREMARK  PIC X(20).

       FD GLJRNLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "GLJRNL.TXT".
       01 GLJRNLREC.
           02 JRN-PERIOD PIC X(6).
           02 JRN-BRNID  PIC X(6).
           02 JRN-COMP   PIC X(8).
           02 JRN-ACCT   PIC X(10).
           02 JRN-DRCR   PIC X(2).
           02 JRN-AMOUNT PIC 9(13).

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "GLEXPORT.PRT".
       01 PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSH   PIC XX.
       77 FSE   PIC XX.
       77 FSGM  PIC XX.
       77 FSJR  PIC XX.
       77 FSSH  PIC XX.
       77 FSPRT PIC XX.
       77 RPT-RUN-DATE PIC 9(8).
       77 PAGE-COUNT PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 99 VALUE 99.
       77 PAGE-LIMIT PIC 99 VALUE 60.
       77 RUN-PERIOD PIC X(6).
       77 HIST-NAME  PIC X(20) VALUE "PAYHIST.DAT".
       77 ARF-FILE   PIC X(8) VALUE "PAYHIST".
       77 ARF-DATE   PIC X(8) VALUE SPACES.
       77 ARF-CUTOFF PIC X(8) VALUE SPACES.
       77 HIST-EOF-SW PIC X VALUE 'N'.
           88 HIST-EOF VALUE 'Y'.
       77 SUPP-EOF-SW PIC X VALUE 'N'.
           88 SUPP-EOF VALUE 'Y'.
       77 GLMAP-SW PIC X VALUE 'N'.
           88 GLMAP-OPEN VALUE 'Y'.
       77 EMPFILE-SW PIC X VALUE 'N'.
           88 EMPFILE-OPEN VALUE 'Y'.
       77 WORK-BRNID PIC X(6) VALUE SPACES.
       77 EARN-SUM PIC 9(9)V99 VALUE 0.
       77 RECV-SUM PIC 9(9)V99 VALUE 0.
       77 NET-SUM  PIC S9(9)V99 VALUE 0.
       77 ABS-AMT  PIC 9(11)V99 VALUE 0.
       77 ROW-COUNT PIC 9(5) VALUE 0.
       77 SUPP-ROW-COUNT PIC 9(5) VALUE 0.
       77 MAP-MISSING PIC 99 VALUE 0.
       77 JRNL-COUNT PIC 9(6) VALUE 0.
       77 BR-DR-TOT PIC 9(11)V99 VALUE 0.
       77 BR-CR-TOT PIC 9(11)V99 VALUE 0.
       77 GRAND-DR  PIC 9(12)V99 VALUE 0.
       77 GRAND-CR  PIC 9(12)V99 VALUE 0.
       01 COMP-NAME-VALUES.
           02 FILLER PIC X(8) VALUE "BASIC".
           02 FILLER PIC X(8) VALUE "DA".
           02 FILLER PIC X(8) VALUE "CCA".
           02 FILLER PIC X(8) VALUE "HRA".
           02 FILLER PIC X(8) VALUE "DPA".
           02 FILLER PIC X(8) VALUE "PPA".
           02 FILLER PIC X(8) VALUE "EDUA".
           02 FILLER PIC X(8) VALUE "TECHJR".
           02 FILLER PIC X(8) VALUE "LUNCHA".
           02 FILLER PIC X(8) VALUE "CONVEY".
           02 FILLER PIC X(8) VALUE "BUSATR".
           02 FILLER PIC X(8) VALUE "LTA".
           02 FILLER PIC X(8) VALUE "GRTY".
           02 FILLER PIC X(8) VALUE "PERINC".
           02 FILLER PIC X(8) VALUE "MEDI".
           02 FILLER PIC X(8) VALUE "BOOK".
           02 FILLER PIC X(8) VALUE "ENTER".
           02 FILLER PIC X(8) VALUE "TPH".
           02 FILLER PIC X(8) VALUE "HOUSE".
           02 FILLER PIC X(8) VALUE "VEHMAN".
           02 FILLER PIC X(8) VALUE "CREDIT".
           02 FILLER PIC X(8) VALUE "CLUB".
           02 FILLER PIC X(8) VALUE "PF".
           02 FILLER PIC X(8) VALUE "ESI".
           02 FILLER PIC X(8) VALUE "PTAX".
           02 FILLER PIC X(8) VALUE "ITAX".
           02 FILLER PIC X(8) VALUE "LOANDA".
           02 FILLER PIC X(8) VALUE "OTHERD".
           02 FILLER PIC X(8) VALUE "NETPAY".
           02 FILLER PIC X(8) VALUE "SUPPAY".
       01 COMP-NAME-TABLE REDEFINES COMP-NAME-VALUES.
           05 COMP-NAME OCCURS 30 TIMES PIC X(8).
       01 COMP-ACCT-TABLE.
           05 COMP-ACCT OCCURS 30 TIMES PIC X(10).
       77 COMP-SUB PIC 99 VALUE 0.
       01 BR-TABLE.
           05 BR-ENTRY OCCURS 50 TIMES.
               10 BRT-ID PIC X(6).
               10 BRT-AMT OCCURS 30 TIMES PIC S9(9)V99.
       77 BR-COUNT PIC 99 VALUE 0.
       77 BR-SUB   PIC 99 VALUE 0.
       77 BR-FOUND-SUB PIC 99 VALUE 0.
       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40)
              VALUE "PAYROLL GL JOURNAL CONTROL TOTALS".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
       01 PERIOD-LINE.
           02 FILLER     PIC X(2)   VALUE SPACES.
           02 FILLER     PIC X(11)  VALUE "PAY PERIOD ".
           02 PRD-PERIOD PIC X(6).
           02 FILLER     PIC X(113) VALUE SPACES.
       01 CONTROL-LINE.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 FILLER     PIC X(7)  VALUE "BRANCH ".
           02 CTL-BRNID  PIC X(6).
           02 FILLER     PIC X(8)  VALUE " DEBITS ".
           02 CTL-DR     PIC ZZZZZZZZZ9.99.
           02 FILLER     PIC X(9)  VALUE " CREDITS ".
           02 CTL-CR     PIC ZZZZZZZZZ9.99.
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 CTL-FLAG   PIC X(14).
           02 FILLER     PIC X(59) VALUE SPACES.
       01 GRAND-CTL-LINE.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 FILLER     PIC X(12) VALUE "GRAND TOTAL ".
           02 FILLER     PIC X(8)  VALUE " DEBITS ".
           02 GRD-DR     PIC ZZZZZZZZZZ9.99.
           02 FILLER     PIC X(9)  VALUE " CREDITS ".
           02 GRD-CR     PIC ZZZZZZZZZZ9.99.
           02 FILLER     PIC X(73) VALUE SPACES.
       01 RPT-TEXT-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 RPT-TEXT PIC X(130).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "ENTER CLOSED PAY PERIOD TO EXPORT (YYYYMM) :"
             AT COLUMN NUMBER 1.
           ACCEPT RUN-PERIOD AT COLUMN NUMBER 50.
           IF RUN-PERIOD NOT NUMERIC
              DISPLAY "PERIOD NOT VALID - EXPORT ABANDONED"
              EXIT PROGRAM.
           PERFORM HIST-NAME-PARA.
           OPEN INPUT PAYHISTFILE.
           IF FSH NOT = "00"
              DISPLAY "NO PAY HISTORY ON FILE - EXPORT ABANDONED"
              EXIT PROGRAM.
           OPEN INPUT EMPFILE.
           IF FSE = "00"
              MOVE 'Y' TO EMPFILE-SW
           ELSE
              MOVE 'N' TO EMPFILE-SW
              DISPLAY "NO EMPLOYEE MASTER"
                " - ALL ROWS TO BRANCH UNKNWN".
           PERFORM LOAD-GLMAP-PARA.
           DISPLAY " ".
           DISPLAY "PAYROLL GL JOURNAL EXPORT".
           DISPLAY "RUN DATE " RPT-RUN-DATE
             " PAY PERIOD " RUN-PERIOD.
           PERFORM HIST-READ-PARA THRU HIST-READ-EXIT UNTIL HIST-EOF.
           CLOSE PAYHISTFILE.
           OPEN INPUT SUPPHISTFILE.
           IF FSSH = "00"
              PERFORM SUPP-READ-PARA THRU SUPP-READ-EXIT UNTIL SUPP-EOF
              CLOSE SUPPHISTFILE.
           IF EMPFILE-OPEN
              CLOSE EMPFILE.
           IF ROW-COUNT = 0 AND SUPP-ROW-COUNT = 0
              DISPLAY "NO PAY HISTORY FOR PERIOD " RUN-PERIOD
                " - EXPORT ABANDONED"
              EXIT PROGRAM.
           PERFORM WRITE-JOURNAL-PARA.
           DISPLAY " ".
           DISPLAY "HISTORY ROWS READ :" ROW-COUNT.
           DISPLAY "SUPPLEMENTARY ROWS:" SUPP-ROW-COUNT.
           DISPLAY "JOURNAL LINES     :" JRNL-COUNT.
           IF MAP-MISSING > 0
              DISPLAY "COMPONENTS WITHOUT GL ACCOUNT :" MAP-MISSING
                " - POSTED TO SUSPENSE 9999999999".
           DISPLAY "JOURNAL WRITTEN TO GLJRNL.TXT".
           DISPLAY "CONTROL TOTALS WRITTEN TO GLEXPORT.PRT".
           DISPLAY "END OF GL JOURNAL EXPORT".
           EXIT PROGRAM.

       HIST-NAME-PARA.
           MOVE RUN-PERIOD TO ARF-DATE.
           MOVE "01" TO ARF-DATE(7:2).
           CALL "ARCFILE" USING ARF-FILE ARF-DATE HIST-NAME ARF-CUTOFF.
           CANCEL "ARCFILE".

       LOAD-GLMAP-PARA.
           OPEN INPUT GLMAPFILE.
           IF FSGM = "00"
              MOVE 'Y' TO GLMAP-SW
           ELSE
              MOVE 'N' TO GLMAP-SW
              DISPLAY "NO GL ACCOUNT MAP ON FILE"
                " - ALL COMPONENTS TO SUSPENSE".
           MOVE 1 TO COMP-SUB.
           PERFORM LOAD-GLMAP-ONE-PARA UNTIL COMP-SUB > 30.
           IF GLMAP-OPEN
              CLOSE GLMAPFILE.

       LOAD-GLMAP-ONE-PARA.
           MOVE "9999999999" TO COMP-ACCT(COMP-SUB).
           IF GLMAP-OPEN
              PERFORM LOAD-GLMAP-READ-PARA.
           ADD 1 TO COMP-SUB.

       LOAD-GLMAP-READ-PARA.
           MOVE COMP-NAME(COMP-SUB) TO GMCOMP.
           READ GLMAPFILE
              INVALID KEY
                 ADD 1 TO MAP-MISSING
                 DISPLAY "  COMPONENT " COMP-NAME(COMP-SUB)
                   " NOT ON GL ACCOUNT MAP"
              NOT INVALID KEY
                 MOVE GMACCT TO COMP-ACCT(COMP-SUB).

       HIST-READ-PARA.
           READ PAYHISTFILE AT END SET HIST-EOF TO TRUE
               GO TO HIST-READ-EXIT.
           IF HPAYPER NOT = RUN-PERIOD
              GO TO HIST-READ-EXIT.
           ADD 1 TO ROW-COUNT.
           MOVE HEMPID TO EEMPID.
           MOVE "UNKNWN" TO WORK-BRNID.
           IF EMPFILE-OPEN
              READ EMPFILE
                 INVALID KEY
                    MOVE "UNKNWN" TO WORK-BRNID
                 NOT INVALID KEY
                    MOVE EBRNID TO WORK-BRNID.
           PERFORM FIND-BRANCH-PARA THRU FIND-BRANCH-EXIT.
           IF BR-FOUND-SUB = 0
              GO TO HIST-READ-EXIT.
           PERFORM ACCUMULATE-PARA.
       HIST-READ-EXIT.
           EXIT.

       SUPP-READ-PARA.
           READ SUPPHISTFILE AT END SET SUPP-EOF TO TRUE
               GO TO SUPP-READ-EXIT.
           IF SHPERIOD NOT = RUN-PERIOD
              GO TO SUPP-READ-EXIT.
           ADD 1 TO SUPP-ROW-COUNT.
           MOVE SHEMPID TO EEMPID.
           MOVE "UNKNWN" TO WORK-BRNID.
           IF EMPFILE-OPEN
              READ EMPFILE
                 INVALID KEY
                    MOVE "UNKNWN" TO WORK-BRNID
                 NOT INVALID KEY
                    MOVE EBRNID TO WORK-BRNID.
           PERFORM FIND-BRANCH-PARA THRU FIND-BRANCH-EXIT.
           IF BR-FOUND-SUB = 0
              GO TO SUPP-READ-EXIT.
           ADD SHAMOUNT TO BRT-AMT(BR-FOUND-SUB, 30).
           ADD SHTDS TO BRT-AMT(BR-FOUND-SUB, 26).
           ADD SHNET TO BRT-AMT(BR-FOUND-SUB, 29).
       SUPP-READ-EXIT.
           EXIT.

       FIND-BRANCH-PARA.
           MOVE 0 TO BR-FOUND-SUB.
           MOVE 1 TO BR-SUB.
           PERFORM FIND-BRANCH-SCAN-PARA
               UNTIL BR-SUB > BR-COUNT OR BR-FOUND-SUB > 0.
           IF BR-FOUND-SUB > 0
              GO TO FIND-BRANCH-EXIT.
           IF BR-COUNT < 50
              ADD 1 TO BR-COUNT
              MOVE WORK-BRNID TO BRT-ID(BR-COUNT)
              MOVE BR-COUNT TO BR-FOUND-SUB
              PERFORM INIT-BRANCH-PARA
           ELSE
              DISPLAY "  BRANCH TABLE FULL - EMP " HEMPID
                " NOT EXPORTED".
       FIND-BRANCH-EXIT.
           EXIT.

       FIND-BRANCH-SCAN-PARA.
           IF BRT-ID(BR-SUB) = WORK-BRNID
              MOVE BR-SUB TO BR-FOUND-SUB
           ELSE
              ADD 1 TO BR-SUB.

       INIT-BRANCH-PARA.
           MOVE 1 TO COMP-SUB.
           PERFORM INIT-BRANCH-AMT-PARA UNTIL COMP-SUB > 30.

       INIT-BRANCH-AMT-PARA.
           MOVE 0 TO BRT-AMT(BR-FOUND-SUB, COMP-SUB).
           ADD 1 TO COMP-SUB.

       ACCUMULATE-PARA.
           ADD HBASIC TO BRT-AMT(BR-FOUND-SUB, 1).
           ADD HDA TO BRT-AMT(BR-FOUND-SUB, 2).
           ADD HCCA TO BRT-AMT(BR-FOUND-SUB, 3).
           ADD HHRA TO BRT-AMT(BR-FOUND-SUB, 4).
           ADD HDPA TO BRT-AMT(BR-FOUND-SUB, 5).
           ADD HPPA TO BRT-AMT(BR-FOUND-SUB, 6).
           ADD HEDUA TO BRT-AMT(BR-FOUND-SUB, 7).
           ADD HTECHJR TO BRT-AMT(BR-FOUND-SUB, 8).
           ADD HLUNCHA TO BRT-AMT(BR-FOUND-SUB, 9).
           ADD HCONVEY TO BRT-AMT(BR-FOUND-SUB, 10).
           ADD HBUSATR TO BRT-AMT(BR-FOUND-SUB, 11).
           ADD HLTA TO BRT-AMT(BR-FOUND-SUB, 12).
           ADD HGRTY TO BRT-AMT(BR-FOUND-SUB, 13).
           ADD HPERINC TO BRT-AMT(BR-FOUND-SUB, 14).
           ADD HMEDI TO BRT-AMT(BR-FOUND-SUB, 15).
           ADD HBOOK TO BRT-AMT(BR-FOUND-SUB, 16).
           ADD HENTER TO BRT-AMT(BR-FOUND-SUB, 17).
           ADD HTPH TO BRT-AMT(BR-FOUND-SUB, 18).
           ADD HHOUSE TO BRT-AMT(BR-FOUND-SUB, 19).
           ADD HVEHMAN TO BRT-AMT(BR-FOUND-SUB, 20).
           ADD HCREDIT TO BRT-AMT(BR-FOUND-SUB, 21).
           ADD HCLUB TO BRT-AMT(BR-FOUND-SUB, 22).
           ADD HPF TO BRT-AMT(BR-FOUND-SUB, 23).
           ADD HESI TO BRT-AMT(BR-FOUND-SUB, 24).
           ADD HPTAX TO BRT-AMT(BR-FOUND-SUB, 25).
           ADD HITAX TO BRT-AMT(BR-FOUND-SUB, 26).
           ADD HLOANDA TO BRT-AMT(BR-FOUND-SUB, 27).
           ADD HOTHERD TO BRT-AMT(BR-FOUND-SUB, 28).
           COMPUTE EARN-SUM = HBASIC + HDA + HCCA + HHRA + HDPA
               + HPPA + HEDUA + HTECHJR + HLUNCHA + HCONVEY + HBUSATR
               + HLTA + HGRTY + HPERINC + HMEDI + HBOOK + HENTER
               + HTPH + HHOUSE + HVEHMAN + HCREDIT + HCLUB.
           COMPUTE RECV-SUM = HPF + HESI + HPTAX + HITAX + HLOANDA
               + HOTHERD.
           COMPUTE NET-SUM = EARN-SUM - RECV-SUM.
           ADD NET-SUM TO BRT-AMT(BR-FOUND-SUB, 29).

       WRITE-JOURNAL-PARA.
           OPEN OUTPUT GLJRNLFILE.
           OPEN OUTPUT PRINTFILE.
           MOVE RUN-PERIOD TO PRD-PERIOD.
           MOVE PERIOD-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE 1 TO BR-SUB.
           PERFORM WRITE-BRANCH-PARA UNTIL BR-SUB > BR-COUNT.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE GRAND-DR TO GRD-DR.
           MOVE GRAND-CR TO GRD-CR.
           MOVE GRAND-CTL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "END OF GL JOURNAL CONTROL TOTALS" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           CLOSE GLJRNLFILE.
           CLOSE PRINTFILE.

       WRITE-BRANCH-PARA.
           MOVE 0 TO BR-DR-TOT.
           MOVE 0 TO BR-CR-TOT.
           MOVE 1 TO COMP-SUB.
           PERFORM WRITE-COMP-PARA UNTIL COMP-SUB > 30.
           MOVE BRT-ID(BR-SUB) TO CTL-BRNID.
           MOVE BR-DR-TOT TO CTL-DR.
           MOVE BR-CR-TOT TO CTL-CR.
           IF BR-DR-TOT = BR-CR-TOT
              MOVE "BALANCED" TO CTL-FLAG
           ELSE
              MOVE "OUT OF BALANCE" TO CTL-FLAG.
           MOVE CONTROL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           ADD BR-DR-TOT TO GRAND-DR.
           ADD BR-CR-TOT TO GRAND-CR.
           ADD 1 TO BR-SUB.

       WRITE-COMP-PARA.
           IF BRT-AMT(BR-SUB, COMP-SUB) NOT = 0
              PERFORM WRITE-COMP-REC-PARA.
           ADD 1 TO COMP-SUB.

       WRITE-COMP-REC-PARA.
           MOVE RUN-PERIOD TO JRN-PERIOD.
           MOVE BRT-ID(BR-SUB) TO JRN-BRNID.
           MOVE COMP-NAME(COMP-SUB) TO JRN-COMP.
           MOVE COMP-ACCT(COMP-SUB) TO JRN-ACCT.
           MOVE BRT-AMT(BR-SUB, COMP-SUB) TO ABS-AMT.
           IF BRT-AMT(BR-SUB, COMP-SUB) < 0
              COMPUTE ABS-AMT = 0 - BRT-AMT(BR-SUB, COMP-SUB).
           IF COMP-SUB < 23 OR COMP-SUB = 30
              MOVE "DR" TO JRN-DRCR
           ELSE
              MOVE "CR" TO JRN-DRCR.
           IF BRT-AMT(BR-SUB, COMP-SUB) < 0
              PERFORM FLIP-DRCR-PARA.
           COMPUTE JRN-AMOUNT = ABS-AMT * 100.
           WRITE GLJRNLREC.
           ADD 1 TO JRNL-COUNT.
           IF JRN-DRCR = "DR"
              ADD ABS-AMT TO BR-DR-TOT
           ELSE
              ADD ABS-AMT TO BR-CR-TOT.

       FLIP-DRCR-PARA.
           IF JRN-DRCR = "DR"
              MOVE "CR" TO JRN-DRCR
           ELSE
              MOVE "DR" TO JRN-DRCR.

       PRINT-HEADING-PARA.
           ADD 1 TO PAGE-COUNT.
           MOVE RPT-RUN-DATE TO HDG-DATE.
           MOVE PAGE-COUNT TO HDG-PAGE.
           WRITE PRINT-REC FROM HDG-LINE-1.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 2 TO LINE-COUNT.

       PRINT-LINE-PARA.
           IF LINE-COUNT > PAGE-LIMIT
              PERFORM PRINT-HEADING-PARA.
           WRITE PRINT-REC FROM RPT-LINE.
           ADD 1 TO LINE-COUNT.
           END PROGRAM GLEXPORT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADECNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDGRADEFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSOG.

           SELECT GRADEFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSG.

       DATA DIVISION.
       FILE SECTION.
       FD OLDGRADEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "GRADE.DAT".
       01 OLDGRADEREC     PIC X(27).

       FD GRADEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "GRADE.DAT".
       01 GRADEREC.
           02 GGRADE   PIC 99.
           02 GDESIGN  PIC X(25).
           02 GSCALEMIN PIC 9(6)V99.
           02 GSTEP     PIC 9(6)V99.
           02 GSCALEMAX PIC 9(6)V99.
           02 GEFFDATE  PIC X(10).

       WORKING-STORAGE SECTION.
       77 FSOG PIC XX.
       77 FSG  PIC XX.
       77 CONFIRM-SW PIC X VALUE 'N'.
       77 OLD-EOF-SW PIC X VALUE 'N'.
           88 OLD-EOF VALUE 'Y'.
       77 OLD-COUNT PIC 999 VALUE 0.
       77 OLD-SUB   PIC 999 VALUE 0.
       77 WRITTEN-COUNT PIC 999 VALUE 0.
       01 OLD-GRADE-TABLE.
           05 OLD-GRADE-REC OCCURS 200 TIMES PIC X(27).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "GRADE FILE LAYOUT CONVERSION"
             AT COLUMN NUMBER 1.
           DISPLAY "REWRITES GRADE.DAT FROM THE OLD 27-BYTE"
             AT COLUMN NUMBER 1.
           DISPLAY "LAYOUT TO THE PAY-SCALE LAYOUT WITH ZERO"
             AT COLUMN NUMBER 1.
           DISPLAY "SCALES - RUN ONCE ONLY ON AN OLD FILE"
             AT COLUMN NUMBER 1.
           DISPLAY "CONFIRM CONVERSION (Y/N) :" AT COLUMN NUMBER 1.
           ACCEPT CONFIRM-SW AT COLUMN NUMBER 30.
           IF CONFIRM-SW NOT = "Y"
              DISPLAY "CONVERSION ABANDONED" AT COLUMN NUMBER 1
              EXIT PROGRAM.
           OPEN INPUT OLDGRADEFILE.
           IF FSOG NOT = "00"
              DISPLAY "NO GRADE MASTER ON FILE - NOTHING TO CONVERT"
                AT COLUMN NUMBER 1
              EXIT PROGRAM.
           PERFORM OLD-READ-PARA UNTIL OLD-EOF.
           CLOSE OLDGRADEFILE.
           IF OLD-COUNT = 0
              DISPLAY "NO GRADE RECORDS ON FILE - NOTHING TO CONVERT"
                AT COLUMN NUMBER 1
              EXIT PROGRAM.
           OPEN OUTPUT GRADEFILE.
           MOVE 1 TO OLD-SUB.
           PERFORM NEW-WRITE-PARA UNTIL OLD-SUB > OLD-COUNT.
           CLOSE GRADEFILE.
           DISPLAY "GRADE RECORDS CONVERTED :" WRITTEN-COUNT
             AT COLUMN NUMBER 1.
           DISPLAY "ENTER SCALES THROUGH THE EMP GRADE SCREEN"
             AT COLUMN NUMBER 1.
           DISPLAY "END OF GRADE FILE CONVERSION" AT COLUMN NUMBER 1.
           EXIT PROGRAM.

       OLD-READ-PARA.
           READ OLDGRADEFILE AT END SET OLD-EOF TO TRUE
               GO TO OLD-READ-EXIT.
           IF OLD-COUNT < 200
              ADD 1 TO OLD-COUNT
              MOVE OLDGRADEREC TO OLD-GRADE-REC(OLD-COUNT)
           ELSE
              DISPLAY "GRADE TABLE FULL - RECORD NOT CONVERTED"
                AT COLUMN NUMBER 1.
       OLD-READ-EXIT.
           EXIT.

       NEW-WRITE-PARA.
           MOVE OLD-GRADE-REC(OLD-SUB)(1:2) TO GGRADE.
           MOVE OLD-GRADE-REC(OLD-SUB)(3:25) TO GDESIGN.
           MOVE 0 TO GSCALEMIN.
           MOVE 0 TO GSTEP.
           MOVE 0 TO GSCALEMAX.
           MOVE SPACES TO GEFFDATE.
           WRITE GRADEREC.
           ADD 1 TO WRITTEN-COUNT.
           ADD 1 TO OLD-SUB.
           END PROGRAM GRADECNV.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

           SELECT STATRATEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SRKEY
           FILE STATUS IS FSSR.

           SELECT STATCONTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCKEY
           FILE STATUS IS FSSC.

           SELECT EARNPAYFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ERKEY
           FILE STATUS IS FSER.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).
           02 BSTATE   PIC X(2).

       FD STATRATEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "STATRATE.DAT".
       01 STATRATEREC.
           02 SRKEY.
               03 SRTYPE    PIC X(2).
               03 SRSTATE   PIC X(2).
               03 SREFFDATE PIC X(10).
               03 SRSLABNO  PIC 99.
           02 SREMPRATE PIC 99V99.
           02 SRERRATE  PIC 99V99.
           02 SRLIMIT   PIC 9(8)V99.
           02 SRUPPER   PIC 9(8)V99.
           02 SRAMOUNT  PIC 9(6)V99.

       FD STATCONTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "STATCONT.DAT".
       01 STATCONTREC.
           02 SCKEY.
               03 SCPERIOD  PIC X(6).
               03 SCEMPID   PIC X(6).
           02 SCSTATE   PIC X(2).
           02 SCPFWAGE  PIC 9(6)V99.
           02 SCPFEMP   PIC 9(6)V99.
           02 SCPFER    PIC 9(6)V99.
           02 SCESIWAGE PIC 9(6)V99.
           02 SCESIEMP  PIC 9(6)V99.
           02 SCESIER   PIC 9(6)V99.
           02 SCPTAX    PIC 9(6)V99.

       FD EARNPAYFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EARNPAY.DAT".
       01 EARNPAYREC.
           02 ERKEY.
               03 EREMPID  PIC X(6).
               03 ERPERIOD PIC X(6).
           02 ERMTHDAYS PIC 99.
           02 ERLOPDAYS PIC 999.
           02 ERPAYDAYS PIC 99.
           02 ERFIXED.
               03 ERBASIC   PIC 9(6)V99.
               03 ERDA      PIC 9(6)V99.
               03 ERCCA     PIC 9(6)V99.
               03 ERHRA     PIC 9(6)V99.
               03 ERDPA     PIC 9(6)V99.
               03 ERPPA     PIC 9(6)V99.
               03 EREDUA    PIC 9(6)V99.
               03 ERTECHJR  PIC 9(6)V99.
               03 ERLUNCHA  PIC 9(6)V99.
               03 ERCONVEY  PIC 9(6)V99.
               03 ERBUSATR  PIC 9(6)V99.
               03 ERLTA     PIC 9(6)V99.
           02 ERGRTY    PIC 9(6)V99.
           02 ERHOUSE   PIC 9(6)V99.

       WORKING-STORAGE SECTION.
       77 FSP  PIC XX.
       77 FSE  PIC XX.
       77 FSB  PIC XX.
       77 FSSR PIC XX.
       77 FSSC PIC XX.
       77 FSER PIC XX.
       77 CURR-PERIOD PIC X(6).
       77 EFF-PERIOD  PIC X(6).
       77 PAY-EOF-SW PIC X VALUE 'N'.
           88 PAY-EOF VALUE 'Y'.
       77 RATE-EOF-SW PIC X VALUE 'N'.
           88 RATE-EOF VALUE 'Y'.
       77 PF-FOUND-SW PIC X VALUE 'N'.
           88 PF-FOUND VALUE 'Y'.
       77 ESI-FOUND-SW PIC X VALUE 'N'.
           88 ESI-FOUND VALUE 'Y'.
       77 PT-FULL-SW PIC X VALUE 'N'.
           88 PT-FULL VALUE 'Y'.
       77 EARNED-SW PIC X VALUE 'N'.
           88 EARNED-FOUND VALUE 'Y'.
       77 EARNFILE-SW PIC X VALUE 'N'.
           88 EARNFILE-OPEN VALUE 'Y'.
       77 PF-EMP-RATE PIC 99V99 VALUE 0.
       77 PF-ER-RATE  PIC 99V99 VALUE 0.
       77 PF-CEILING  PIC 9(8)V99 VALUE 0.
       77 ESI-EMP-RATE PIC 99V99 VALUE 0.
       77 ESI-ER-RATE  PIC 99V99 VALUE 0.
       77 ESI-LIMIT    PIC 9(8)V99 VALUE 0.
       77 EMP-STATE    PIC X(2) VALUE SPACES.
       77 HOLD-STATE   PIC X(2) VALUE SPACES.
       77 HOLD-EFF     PIC X(6) VALUE SPACES.
       77 CURR-GROSS PIC 9(8)V99 VALUE 0.
       77 PF-WAGE    PIC 9(8)V99 VALUE 0.
       77 ESI-WAGE   PIC 9(8)V99 VALUE 0.
       77 PF-EMP     PIC 9(6)V99 VALUE 0.
       77 PF-ER      PIC 9(6)V99 VALUE 0.
       77 ESI-EMP    PIC 9(6)V99 VALUE 0.
       77 ESI-ER     PIC 9(6)V99 VALUE 0.
       77 PT-AMOUNT  PIC 9(6)V99 VALUE 0.
       77 POSTED-COUNT PIC 9(5) VALUE 0.
       77 TOTAL-PF-EMP  PIC 9(9)V99 VALUE 0.
       77 TOTAL-PF-ER   PIC 9(9)V99 VALUE 0.
       77 TOTAL-ESI-EMP PIC 9(9)V99 VALUE 0.
       77 TOTAL-ESI-ER  PIC 9(9)V99 VALUE 0.
       77 TOTAL-PTAX    PIC 9(9)V99 VALUE 0.
       01 PT-TABLE.
           05 PT-ENTRY OCCURS 100 TIMES.
               10 TPTSTATE  PIC X(2).
               10 TPTLOWER  PIC 9(8)V99.
               10 TPTUPPER  PIC 9(8)V99.
               10 TPTAMOUNT PIC 9(6)V99.
       77 PT-COUNT PIC 999 VALUE 0.
       77 PT-START PIC 999 VALUE 0.
       77 PT-SUB   PIC 999 VALUE 0.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER CURRENT PAY PERIOD (YYYYMM) :"
             AT COLUMN NUMBER 1.
           ACCEPT CURR-PERIOD AT COLUMN NUMBER 40.
           IF CURR-PERIOD NOT NUMERIC
              DISPLAY "PERIOD NOT VALID - STATUTORY RUN ABANDONED"
              EXIT PROGRAM.
           MOVE "C" TO CTL-FUNC.
           MOVE "STATPOST" TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY = "DP"
              DISPLAY "BANKEXP ALREADY RUN FOR PERIOD " CTL-PERIOD
                " - STATUTORY RUN REFUSED"
              EXIT PROGRAM.
           IF CTL-REPLY = "NR"
              DISPLAY "EARNED PAY NOT RUN FOR PERIOD " CTL-PERIOD
                " - STATUTORY RUN REFUSED"
              EXIT PROGRAM.
           IF CURR-PERIOD NOT = CTL-PERIOD
              DISPLAY "PERIOD DOES NOT MATCH OPEN CONTROL PERIOD "
                CTL-PERIOD " - STATUTORY RUN ABANDONED"
              EXIT PROGRAM.
           OPEN INPUT STATRATEFILE.
           IF FSSR NOT = "00"
              DISPLAY "NO STATUTORY RATE MASTER ON FILE"
              EXIT PROGRAM.
           PERFORM LOAD-RATE-READ-PARA
              THRU LOAD-RATE-READ-EXIT UNTIL RATE-EOF.
           CLOSE STATRATEFILE.
           IF PT-FULL
              DISPLAY "PTAX TABLE FULL - STATUTORY RUN ABANDONED"
              EXIT PROGRAM.
           IF NOT PF-FOUND OR NOT ESI-FOUND
              DISPLAY "NO PF OR ESI RATE EFFECTIVE FOR PERIOD "
                CURR-PERIOD " - STATUTORY RUN ABANDONED"
              EXIT PROGRAM.
           OPEN I-O PAYMENTFILE.
           OPEN INPUT EMPFILE.
           OPEN INPUT BRANCHFILE.
           OPEN INPUT EARNPAYFILE.
           IF FSER = "00"
              MOVE 'Y' TO EARNFILE-SW
           ELSE
              MOVE 'N' TO EARNFILE-SW.
           OPEN I-O STATCONTFILE.
           IF FSSC = 30 OR FSSC = 35
              OPEN OUTPUT STATCONTFILE.
           DISPLAY " ".
           DISPLAY "STATUTORY CONTRIBUTION RUN".
           DISPLAY "PAY PERIOD " CURR-PERIOD
             " PF " PF-EMP-RATE "/" PF-ER-RATE
             " CEILING " PF-CEILING
             " ESI " ESI-EMP-RATE "/" ESI-ER-RATE
             " LIMIT " ESI-LIMIT.
           PERFORM STAT-READ-PARA THRU STAT-READ-EXIT UNTIL PAY-EOF.
           CLOSE PAYMENTFILE.
           CLOSE EMPFILE.
           CLOSE BRANCHFILE.
           IF EARNFILE-OPEN
              CLOSE EARNPAYFILE.
           CLOSE STATCONTFILE.
           DISPLAY " ".
           DISPLAY "EMPLOYEES POSTED :" POSTED-COUNT.
           DISPLAY "PF  EMPLOYEE " TOTAL-PF-EMP
             " EMPLOYER " TOTAL-PF-ER.
           DISPLAY "ESI EMPLOYEE " TOTAL-ESI-EMP
             " EMPLOYER " TOTAL-ESI-ER.
           DISPLAY "PROFESSIONAL TAX " TOTAL-PTAX.
           DISPLAY "END OF STATUTORY CONTRIBUTION RUN".
           MOVE "M" TO CTL-FUNC.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           EXIT PROGRAM.

       LOAD-RATE-READ-PARA.
           READ STATRATEFILE NEXT RECORD AT END SET RATE-EOF TO TRUE
               GO TO LOAD-RATE-READ-EXIT.
           MOVE SREFFDATE(1:4) TO EFF-PERIOD(1:4).
           MOVE SREFFDATE(6:2) TO EFF-PERIOD(5:2).
           IF EFF-PERIOD > CURR-PERIOD
              GO TO LOAD-RATE-READ-EXIT.
           IF SRTYPE = "PF"
              MOVE SREMPRATE TO PF-EMP-RATE
              MOVE SRERRATE TO PF-ER-RATE
              MOVE SRLIMIT TO PF-CEILING
              MOVE 'Y' TO PF-FOUND-SW
              GO TO LOAD-RATE-READ-EXIT.
           IF SRTYPE = "ES"
              MOVE SREMPRATE TO ESI-EMP-RATE
              MOVE SRERRATE TO ESI-ER-RATE
              MOVE SRLIMIT TO ESI-LIMIT
              MOVE 'Y' TO ESI-FOUND-SW
              GO TO LOAD-RATE-READ-EXIT.
           IF SRTYPE = "PT"
              PERFORM LOAD-PTAX-PARA.
       LOAD-RATE-READ-EXIT.
           EXIT.

       LOAD-PTAX-PARA.
           IF SRSTATE NOT = HOLD-STATE
              MOVE SRSTATE TO HOLD-STATE
              MOVE EFF-PERIOD TO HOLD-EFF
              COMPUTE PT-START = PT-COUNT + 1
           ELSE
             IF EFF-PERIOD NOT = HOLD-EFF
                MOVE EFF-PERIOD TO HOLD-EFF
                COMPUTE PT-COUNT = PT-START - 1.
           IF PT-COUNT < 100
              ADD 1 TO PT-COUNT
              MOVE SRSTATE TO TPTSTATE(PT-COUNT)
              MOVE SRLIMIT TO TPTLOWER(PT-COUNT)
              MOVE SRUPPER TO TPTUPPER(PT-COUNT)
              MOVE SRAMOUNT TO TPTAMOUNT(PT-COUNT)
           ELSE
              SET PT-FULL TO TRUE
              SET RATE-EOF TO TRUE.

       STAT-READ-PARA.
           READ PAYMENTFILE AT END SET PAY-EOF TO TRUE
               GO TO STAT-READ-EXIT.
           PERFORM EMP-STATE-PARA THRU EMP-STATE-EXIT.
           PERFORM CURR-GROSS-PARA.
           IF PF-CEILING > 0 AND PF-WAGE > PF-CEILING
              MOVE PF-CEILING TO PF-WAGE.
           COMPUTE PF-EMP ROUNDED = PF-WAGE * PF-EMP-RATE / 100.
           COMPUTE PF-ER ROUNDED = PF-WAGE * PF-ER-RATE / 100.
           IF CURR-GROSS NOT > ESI-LIMIT
              MOVE CURR-GROSS TO ESI-WAGE
           ELSE
              MOVE 0 TO ESI-WAGE.
           COMPUTE ESI-EMP ROUNDED = ESI-WAGE * ESI-EMP-RATE / 100.
           COMPUTE ESI-ER ROUNDED = ESI-WAGE * ESI-ER-RATE / 100.
           MOVE 0 TO PT-AMOUNT.
           MOVE 1 TO PT-SUB.
           PERFORM PTAX-SLAB-PARA UNTIL PT-SUB > PT-COUNT.
           MOVE PF-EMP TO PPF.
           MOVE ESI-EMP TO PESI.
           MOVE PT-AMOUNT TO PPTAX.
           REWRITE PAYMENTREC
              INVALID KEY
                 DISPLAY "  EMP " PEMPID " - UNABLE TO UPDATE RECORD"
                 GO TO STAT-READ-EXIT.
           PERFORM WRITE-CONT-PARA.
           ADD 1 TO POSTED-COUNT.
           ADD PF-EMP TO TOTAL-PF-EMP.
           ADD PF-ER TO TOTAL-PF-ER.
           ADD ESI-EMP TO TOTAL-ESI-EMP.
           ADD ESI-ER TO TOTAL-ESI-ER.
           ADD PT-AMOUNT TO TOTAL-PTAX.
           DISPLAY "  EMP " PEMPID
             " STATE " EMP-STATE
             " PF " PF-EMP "/" PF-ER
             " ESI " ESI-EMP "/" ESI-ER
             " PT " PT-AMOUNT.
       STAT-READ-EXIT.
           EXIT.

       EMP-STATE-PARA.
           MOVE SPACES TO EMP-STATE.
           MOVE PEMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY GO TO EMP-STATE-EXIT.
           MOVE EBRNID TO BBRID.
           READ BRANCHFILE
              INVALID KEY GO TO EMP-STATE-EXIT.
           MOVE BSTATE TO EMP-STATE.
       EMP-STATE-EXIT.
           EXIT.

       CURR-GROSS-PARA.
           MOVE 'N' TO EARNED-SW.
           IF EARNFILE-OPEN
              MOVE PEMPID TO EREMPID
              MOVE CURR-PERIOD TO ERPERIOD
              READ EARNPAYFILE
                 INVALID KEY MOVE 'N' TO EARNED-SW
                 NOT INVALID KEY MOVE 'Y' TO EARNED-SW.
           IF EARNED-FOUND
              COMPUTE PF-WAGE = ERBASIC + ERDA
              COMPUTE CURR-GROSS = ERBASIC + ERDA + ERCCA + ERHRA
                  + ERDPA + ERPPA + EREDUA + ERTECHJR + ERLUNCHA
                  + ERCONVEY + ERBUSATR + ERLTA + ERGRTY + PPERINC
                  + PMEDI + PBOOK + PENTER + PTPH + ERHOUSE + PVEHMAN
                  + PCREDIT + PCLUB
           ELSE
              COMPUTE PF-WAGE = PBASIC + PDA
              COMPUTE CURR-GROSS = PBASIC + PDA + PCCA + PHRA + PDPA
                  + PPPA + PEDUA + PTECHJR + PLUNCHA + PCONVEY
                  + PBUSATR + PLTA + PGRTY + PPERINC + PMEDI + PBOOK
                  + PENTER + PTPH + PHOUSE + PVEHMAN + PCREDIT + PCLUB.

       PTAX-SLAB-PARA.
           IF TPTSTATE(PT-SUB) = EMP-STATE
              AND CURR-GROSS NOT < TPTLOWER(PT-SUB)
              AND (TPTUPPER(PT-SUB) = 0
                   OR CURR-GROSS NOT > TPTUPPER(PT-SUB))
              MOVE TPTAMOUNT(PT-SUB) TO PT-AMOUNT.
           ADD 1 TO PT-SUB.

       WRITE-CONT-PARA.
           MOVE CURR-PERIOD TO SCPERIOD.
           MOVE PEMPID TO SCEMPID.
           MOVE EMP-STATE TO SCSTATE.
           MOVE PF-WAGE TO SCPFWAGE.
           MOVE PF-EMP TO SCPFEMP.
           MOVE PF-ER TO SCPFER.
           MOVE ESI-WAGE TO SCESIWAGE.
           MOVE ESI-EMP TO SCESIEMP.
           MOVE ESI-ER TO SCESIER.
           MOVE PT-AMOUNT TO SCPTAX.
           WRITE STATCONTREC
              INVALID KEY REWRITE STATCONTREC.
           END PROGRAM STATCALC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNCNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDBRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OBBRID
           FILE STATUS IS FSOB.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

       DATA DIVISION.
       FILE SECTION.
       FD OLDBRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BRANCH.DAT".
       01 OLDBRANCHREC.
           02 OBBRID   PIC X(6).
           02 FILLER   PIC X(100).

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).
           02 BSTATE   PIC X(2).

       WORKING-STORAGE SECTION.
       77 FSOB PIC XX.
       77 FSB  PIC XX.
       77 CONFIRM-SW PIC X VALUE 'N'.
       77 TABLE-FULL-SW PIC X VALUE 'N'.
           88 TABLE-FULL VALUE 'Y'.
       77 OLD-EOF-SW PIC X VALUE 'N'.
           88 OLD-EOF VALUE 'Y'.
       77 OLD-COUNT PIC 999 VALUE 0.
       77 OLD-SUB   PIC 999 VALUE 0.
       77 WRITTEN-COUNT PIC 999 VALUE 0.
       01 OLD-BRANCH-TABLE.
           05 OLD-BRANCH-REC OCCURS 200 TIMES PIC X(106).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "BRANCH FILE LAYOUT CONVERSION"
             AT COLUMN NUMBER 1.
           DISPLAY "REWRITES BRANCH.DAT FROM THE OLD 106-BYTE"
             AT COLUMN NUMBER 1.
           DISPLAY "LAYOUT TO THE LAYOUT WITH A BLANK STATE"
             AT COLUMN NUMBER 1.
           DISPLAY "CODE - RUN ONCE ONLY ON AN OLD FILE"
             AT COLUMN NUMBER 1.
           DISPLAY "CONFIRM CONVERSION (Y/N) :" AT COLUMN NUMBER 1.
           ACCEPT CONFIRM-SW AT COLUMN NUMBER 30.
           IF CONFIRM-SW NOT = "Y"
              DISPLAY "CONVERSION ABANDONED" AT COLUMN NUMBER 1
              EXIT PROGRAM.
           OPEN INPUT OLDBRANCHFILE.
           IF FSOB NOT = "00"
              DISPLAY "NO BRANCH MASTER ON FILE - NOTHING TO CONVERT"
                AT COLUMN NUMBER 1
              EXIT PROGRAM.
           PERFORM OLD-READ-PARA THRU OLD-READ-EXIT UNTIL OLD-EOF.
           CLOSE OLDBRANCHFILE.
           IF TABLE-FULL
              DISPLAY "BRANCH TABLE FULL - CONVERSION ABANDONED"
                AT COLUMN NUMBER 1
              DISPLAY "BRANCH.DAT NOT CHANGED" AT COLUMN NUMBER 1
              EXIT PROGRAM.
           IF OLD-COUNT = 0
              DISPLAY "NO BRANCH RECORDS ON FILE - NOTHING TO CONVERT"
                AT COLUMN NUMBER 1
              EXIT PROGRAM.
           OPEN OUTPUT BRANCHFILE.
           MOVE 1 TO OLD-SUB.
           PERFORM NEW-WRITE-PARA UNTIL OLD-SUB > OLD-COUNT.
           CLOSE BRANCHFILE.
           DISPLAY "BRANCH RECORDS CONVERTED :" WRITTEN-COUNT
             AT COLUMN NUMBER 1.
           DISPLAY "ENTER STATE CODES THROUGH THE EMP BRANCH SCREEN"
             AT COLUMN NUMBER 1.
           DISPLAY "END OF BRANCH FILE CONVERSION" AT COLUMN NUMBER 1.
           EXIT PROGRAM.

       OLD-READ-PARA.
           READ OLDBRANCHFILE AT END SET OLD-EOF TO TRUE
               GO TO OLD-READ-EXIT.
           IF OLD-COUNT < 200
              ADD 1 TO OLD-COUNT
              MOVE OLDBRANCHREC TO OLD-BRANCH-REC(OLD-COUNT)
           ELSE
              MOVE 'Y' TO TABLE-FULL-SW
              SET OLD-EOF TO TRUE.
       OLD-READ-EXIT.
           EXIT.

       NEW-WRITE-PARA.
           MOVE OLD-BRANCH-REC(OLD-SUB) TO BRANCHREC.
           MOVE SPACES TO BSTATE.
           WRITE BRANCHREC
              INVALID KEY
                 DISPLAY "DUPLICATE BRANCH " BBRID " NOT CONVERTED"
                   AT COLUMN NUMBER 1
              NOT INVALID KEY
                 ADD 1 TO WRITTEN-COUNT.
           ADD 1 TO OLD-SUB.
           END PROGRAM BRNCNV.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARNCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT SEPARATIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEMPID
           FILE STATUS IS FSSEP.

           SELECT EARNPAYFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ERKEY
           FILE STATUS IS FSER.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD SEPARATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SEPARATE.DAT".
       01 SEPARATIONREC.
           02 SEMPID   PIC X(6).
           02 SSEPDATE PIC X(10).
           02 SREASON  PIC X(20).
           02 SNOTICE  PIC X(1).

       FD EARNPAYFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EARNPAY.DAT".
       01 EARNPAYREC.
           02 ERKEY.
               03 EREMPID  PIC X(6).
               03 ERPERIOD PIC X(6).
           02 ERMTHDAYS PIC 99.
           02 ERLOPDAYS PIC 999.
           02 ERPAYDAYS PIC 99.
           02 ERFIXED.
               03 ERBASIC   PIC 9(6)V99.
               03 ERDA      PIC 9(6)V99.
               03 ERCCA     PIC 9(6)V99.
               03 ERHRA     PIC 9(6)V99.
               03 ERDPA     PIC 9(6)V99.
               03 ERPPA     PIC 9(6)V99.
               03 EREDUA    PIC 9(6)V99.
               03 ERTECHJR  PIC 9(6)V99.
               03 ERLUNCHA  PIC 9(6)V99.
               03 ERCONVEY  PIC 9(6)V99.
               03 ERBUSATR  PIC 9(6)V99.
               03 ERLTA     PIC 9(6)V99.
           02 ERGRTY    PIC 9(6)V99.
           02 ERHOUSE   PIC 9(6)V99.

       WORKING-STORAGE SECTION.
       77 FSP   PIC XX.
       77 FSE   PIC XX.
       77 FSSEP PIC XX.
       77 FSER  PIC XX.
       77 RUN-PERIOD PIC X(6).
       77 PERIOD-YEAR PIC 9(4).
       77 PERIOD-QUOT PIC 9(4).
       77 PERIOD-REM  PIC 9(4).
       77 DAYS-IN-MONTH PIC 99 VALUE 0.
       77 DOJ-PERIOD PIC X(6).
       77 SEP-PERIOD PIC X(6).
       77 FIRST-DAY  PIC 99 VALUE 0.
       77 LAST-DAY   PIC 99 VALUE 0.
       77 PAY-DAYS   PIC S999 VALUE 0.
       77 PAY-EOF-SW PIC X VALUE 'N'.
           88 PAY-EOF VALUE 'Y'.
       77 SEPFILE-SW PIC X VALUE 'N'.
           88 SEPFILE-OPEN VALUE 'Y'.
       77 NOT-PAYABLE-SW PIC X VALUE 'N'.
           88 NOT-PAYABLE VALUE 'Y'.
       77 POSTED-COUNT  PIC 9(5) VALUE 0.
       77 PRORATE-COUNT PIC 9(5) VALUE 0.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER CURRENT PAY PERIOD (YYYYMM) :"
             AT COLUMN NUMBER 1.
           ACCEPT RUN-PERIOD AT COLUMN NUMBER 40.
           IF RUN-PERIOD NOT NUMERIC
              DISPLAY "PERIOD NOT VALID - EARNED-PAY RUN ABANDONED"
              EXIT PROGRAM.
           MOVE "C" TO CTL-FUNC.
           MOVE "EARNPAY" TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY = "DP"
              DISPLAY "BANKEXP ALREADY RUN FOR PERIOD " CTL-PERIOD
                " - EARNED-PAY RUN REFUSED"
              EXIT PROGRAM.
           IF CTL-REPLY = "NR"
              DISPLAY "ATTPOST NOT POSTED FOR PERIOD " CTL-PERIOD
                " - EARNED-PAY RUN REFUSED"
              EXIT PROGRAM.
           IF RUN-PERIOD NOT = CTL-PERIOD
              DISPLAY "PERIOD DOES NOT MATCH OPEN CONTROL PERIOD "
                CTL-PERIOD " - EARNED-PAY RUN ABANDONED"
              EXIT PROGRAM.
           PERFORM MONTH-DAYS-PARA.
           OPEN INPUT PAYMENTFILE.
           OPEN INPUT EMPFILE.
           OPEN INPUT SEPARATIONFILE.
           IF FSSEP = "00"
              MOVE 'Y' TO SEPFILE-SW
           ELSE
              MOVE 'N' TO SEPFILE-SW.
           OPEN I-O EARNPAYFILE.
           IF FSER = 30 OR FSER = 35
              OPEN OUTPUT EARNPAYFILE.
           DISPLAY " ".
           DISPLAY "EARNED-PAY RUN".
           DISPLAY "PAY PERIOD " RUN-PERIOD
             " CALENDAR DAYS " DAYS-IN-MONTH.
           PERFORM EARN-READ-PARA THRU EARN-READ-EXIT UNTIL PAY-EOF.
           CLOSE PAYMENTFILE.
           CLOSE EMPFILE.
           IF SEPFILE-OPEN
              CLOSE SEPARATIONFILE.
           CLOSE EARNPAYFILE.
           DISPLAY " ".
           DISPLAY "EMPLOYEES POSTED :" POSTED-COUNT.
           DISPLAY "PRO-RATED        :" PRORATE-COUNT.
           DISPLAY "END OF EARNED-PAY RUN".
           MOVE "M" TO CTL-FUNC.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           EXIT PROGRAM.
              IF PERIOD-REM = 0
                 MOVE 29 TO DAYS-IN-MONTH.

       EARN-READ-PARA.
           READ PAYMENTFILE AT END SET PAY-EOF TO TRUE
               GO TO EARN-READ-EXIT.
           PERFORM PAYABLE-DAYS-PARA THRU PAYABLE-DAYS-EXIT.
           MOVE PEMPID TO EREMPID.
           MOVE RUN-PERIOD TO ERPERIOD.
           MOVE DAYS-IN-MONTH TO ERMTHDAYS.
           MOVE PLLOP TO ERLOPDAYS.
           MOVE PAY-DAYS TO ERPAYDAYS.
           COMPUTE ERBASIC ROUNDED = PBASIC * PAY-DAYS / DAYS-IN-MONTH.
           COMPUTE ERDA ROUNDED = PDA * PAY-DAYS / DAYS-IN-MONTH.
           COMPUTE ERCCA ROUNDED = PCCA * PAY-DAYS / DAYS-IN-MONTH.
           COMPUTE ERHRA ROUNDED = PHRA * PAY-DAYS / DAYS-IN-MONTH.
           COMPUTE ERDPA ROUNDED = PDPA * PAY-DAYS / DAYS-IN-MONTH.
           COMPUTE ERPPA ROUNDED = PPPA * PAY-DAYS / DAYS-IN-MONTH.
           COMPUTE EREDUA ROUNDED = PEDUA * PAY-DAYS / DAYS-IN-MONTH.
           COMPUTE ERTECHJR ROUNDED =
               PTECHJR * PAY-DAYS / DAYS-IN-MONTH.
           COMPUTE ERLUNCHA ROUNDED =
               PLUNCHA * PAY-DAYS / DAYS-IN-MONTH.
           COMPUTE ERCONVEY ROUNDED =
               PCONVEY * PAY-DAYS / DAYS-IN-MONTH.
           COMPUTE ERBUSATR ROUNDED =
               PBUSATR * PAY-DAYS / DAYS-IN-MONTH.
           COMPUTE ERLTA ROUNDED = PLTA * PAY-DAYS / DAYS-IN-MONTH.
           COMPUTE ERGRTY ROUNDED = PGRTY * PAY-DAYS / DAYS-IN-MONTH.
           COMPUTE ERHOUSE ROUNDED = PHOUSE * PAY-DAYS / DAYS-IN-MONTH.
           WRITE EARNPAYREC
              INVALID KEY REWRITE EARNPAYREC.
           ADD 1 TO POSTED-COUNT.
           IF PAY-DAYS < DAYS-IN-MONTH
              ADD 1 TO PRORATE-COUNT
              DISPLAY "  EMP " PEMPID
                " PAYABLE DAYS " ERPAYDAYS
                " LOP " PLLOP
                " EARNED BASIC " ERBASIC.
       EARN-READ-EXIT.
           EXIT.

       PAYABLE-DAYS-PARA.
           MOVE 1 TO FIRST-DAY.
           MOVE DAYS-IN-MONTH TO LAST-DAY.
           MOVE 'N' TO NOT-PAYABLE-SW.
           MOVE PEMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY MOVE SPACES TO EDOJ.
           IF EDOJ(1:4) NUMERIC AND EDOJ(6:2) NUMERIC
              AND EDOJ(9:2) NUMERIC
              PERFORM JOIN-DATE-PARA.
           IF SEPFILE-OPEN
              MOVE PEMPID TO SEMPID
              READ SEPARATIONFILE
                 INVALID KEY MOVE SPACES TO SSEPDATE
                 NOT INVALID KEY PERFORM SEP-DATE-PARA
                                    THRU SEP-DATE-EXIT.
           IF NOT-PAYABLE OR LAST-DAY < FIRST-DAY
              MOVE 0 TO PAY-DAYS
              GO TO PAYABLE-DAYS-EXIT.
           COMPUTE PAY-DAYS = LAST-DAY - FIRST-DAY + 1 - PLLOP.
           IF PAY-DAYS < 0
              MOVE 0 TO PAY-DAYS.
       PAYABLE-DAYS-EXIT.
           EXIT.

       JOIN-DATE-PARA.
           MOVE EDOJ(1:4) TO DOJ-PERIOD(1:4).
           MOVE EDOJ(6:2) TO DOJ-PERIOD(5:2).
           IF DOJ-PERIOD > RUN-PERIOD
              MOVE 'Y' TO NOT-PAYABLE-SW
           ELSE
             IF DOJ-PERIOD = RUN-PERIOD
                MOVE EDOJ(9:2) TO FIRST-DAY.

       SEP-DATE-PARA.
           IF SSEPDATE(1:4) NOT NUMERIC OR SSEPDATE(6:2) NOT NUMERIC
              OR SSEPDATE(9:2) NOT NUMERIC
              GO TO SEP-DATE-EXIT.
           MOVE SSEPDATE(1:4) TO SEP-PERIOD(1:4).
           MOVE SSEPDATE(6:2) TO SEP-PERIOD(5:2).
           IF SEP-PERIOD < RUN-PERIOD
              MOVE 'Y' TO NOT-PAYABLE-SW
           ELSE
             IF SEP-PERIOD = RUN-PERIOD
                MOVE SSEPDATE(9:2) TO LAST-DAY.
       SEP-DATE-EXIT.
           EXIT.
           END PROGRAM EARNCALC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDEMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OEEMPID
           FILE STATUS IS FSOE.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.
       FD OLDEMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 OLDEMPREC.
           02 OEEMPID   PIC X(6).
           02 FILLER   PIC X(121).

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSOE PIC XX.
       77 FSE  PIC XX.
       77 CONFIRM-SW PIC X VALUE 'N'.
       77 TABLE-FULL-SW PIC X VALUE 'N'.
           88 TABLE-FULL VALUE 'Y'.
       77 OLD-EOF-SW PIC X VALUE 'N'.
           88 OLD-EOF VALUE 'Y'.
       77 OLD-COUNT PIC 9(4) VALUE 0.
       77 OLD-SUB   PIC 9(4) VALUE 0.
       77 WRITTEN-COUNT PIC 9(4) VALUE 0.
       01 OLD-EMP-TABLE.
           05 OLD-EMP-REC OCCURS 2000 TIMES PIC X(127).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "EMPLOYEE FILE LAYOUT CONVERSION"
             AT COLUMN NUMBER 1.
           DISPLAY "REWRITES EMP.DAT FROM THE OLD 127-BYTE"
             AT COLUMN NUMBER 1.
           DISPLAY "LAYOUT TO THE LAYOUT WITH A BLANK DEPARTMENT"
             AT COLUMN NUMBER 1.
           DISPLAY "CODE - RUN ONCE ONLY ON AN OLD FILE"
             AT COLUMN NUMBER 1.
           DISPLAY "CONFIRM CONVERSION (Y/N) :" AT COLUMN NUMBER 1.
           ACCEPT CONFIRM-SW AT COLUMN NUMBER 30.
           IF CONFIRM-SW NOT = "Y"
              DISPLAY "CONVERSION ABANDONED" AT COLUMN NUMBER 1
              EXIT PROGRAM.
           OPEN INPUT OLDEMPFILE.
           IF FSOE NOT = "00"
              DISPLAY "NO EMPLOYEE MASTER ON FILE - NOTHING TO CONVERT"
                AT COLUMN NUMBER 1
              EXIT PROGRAM.
           PERFORM OLD-READ-PARA THRU OLD-READ-EXIT UNTIL OLD-EOF.
           CLOSE OLDEMPFILE.
           IF TABLE-FULL
              DISPLAY "EMPLOYEE TABLE FULL - CONVERSION ABANDONED"
                AT COLUMN NUMBER 1
              DISPLAY "EMP.DAT NOT CHANGED" AT COLUMN NUMBER 1
              EXIT PROGRAM.
           IF OLD-COUNT = 0
              DISPLAY "NO EMPLOYEE RECORDS ON FILE - NOTHING TO CONVERT"
                AT COLUMN NUMBER 1
              EXIT PROGRAM.
           OPEN OUTPUT EMPFILE.
           MOVE 1 TO OLD-SUB.
           PERFORM NEW-WRITE-PARA UNTIL OLD-SUB > OLD-COUNT.
           CLOSE EMPFILE.
           DISPLAY "EMPLOYEE RECORDS CONVERTED :" WRITTEN-COUNT
             AT COLUMN NUMBER 1.
           DISPLAY "ENTER DEPARTMENTS THROUGH THE EMPLOYEE SCREEN"
             AT COLUMN NUMBER 1.
           DISPLAY "END OF EMPLOYEE FILE CONVERSION" AT COLUMN NUMBER 1.
           EXIT PROGRAM.

       OLD-READ-PARA.
           READ OLDEMPFILE AT END SET OLD-EOF TO TRUE
               GO TO OLD-READ-EXIT.
           IF OLD-COUNT < 2000
              ADD 1 TO OLD-COUNT
              MOVE OLDEMPREC TO OLD-EMP-REC(OLD-COUNT)
           ELSE
              MOVE 'Y' TO TABLE-FULL-SW
              SET OLD-EOF TO TRUE.
       OLD-READ-EXIT.
           EXIT.

       NEW-WRITE-PARA.
           MOVE OLD-EMP-REC(OLD-SUB) TO EMPREC.
           MOVE SPACES TO EDEPID.
           WRITE EMPREC
              INVALID KEY
                 DISPLAY "DUPLICATE EMPLOYEE " EEMPID " NOT CONVERTED"
                   AT COLUMN NUMBER 1
              NOT INVALID KEY
                 ADD 1 TO WRITTEN-COUNT.
           ADD 1 TO OLD-SUB.
           END PROGRAM EMPCNV.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTCOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHISTFILE ASSIGN TO HIST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HKEY
           FILE STATUS IS FSH.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

           SELECT DEPARTMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPCODE
           FILE STATUS IS FSDEP.

           SELECT DEPTHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DHKEY
           FILE STATUS IS FSDH.

           SELECT TRANSFERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TTRFID
           FILE STATUS IS FST.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPRT.

           SELECT WORK-FILE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD.
       01 PAYHISTREC.
           02 HKEY.
               03 HEMPID   PIC X(6).
           02 HLLOP    PIC 999.
           02 HOTHERL  PIC 999.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BRANCH.DAT".
       01 BRANCHREC.
           02 BBRID    PIC X(6).
           02 BBRNAME  PIC X(15).
           02 BBRADD   PIC X(30).
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).
           02 BSTATE   PIC X(2).

       FD DEPARTMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEPART.DAT".
       01 DEPARTMENTREC.
           02 DEPCODE  PIC X(6).
           02 DEPNAME  PIC X(20).

       FD DEPTHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEPTHIST.DAT".
       01 DEPTHISTREC.
           02 DHKEY.
               03 DHEMPID   PIC X(6).
               03 DHEFFDATE PIC X(10).
           02 DHFROMDEP PIC X(6).
           02 DHTODEP   PIC X(6).
           02 DHOPER    PIC X(8).

       FD TRANSFERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TRANSFER.DAT".
       01 TRANSFERREC.
           02 TTRFID   PIC X(6).
           02 TEMPID   PIC X(6).
           02 TOBRID   PIC X(6).
           02 TTRFDT   PIC X(10).
           02 TFRBRID  PIC X(6).

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEPTCOST.PRT".
       01 PRINT-REC PIC X(132).

       SD WORK-FILE.
       01 WORK-REC.
           02 WBRNID   PIC X(6).
           02 WDEPID   PIC X(6).
           02 WEMPID   PIC X(6).
           02 WGROSS   PIC 9(8)V99.
           02 WDEDUCT  PIC 9(8)V99.
           02 WNET     PIC S9(8)V99.

       WORKING-STORAGE SECTION.
       77 FSH   PIC XX.
       77 FSE   PIC XX.
       77 FSB   PIC XX.
       77 FSDEP PIC XX.
       77 FSDH  PIC XX.
       77 FST   PIC XX.
       77 FSPRT PIC XX.
       77 RPT-RUN-DATE PIC 9(8).
       77 PAGE-COUNT PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 99 VALUE 99.
       77 PAGE-LIMIT PIC 99 VALUE 60.
       77 RUN-PERIOD PIC X(6) VALUE SPACES.
       77 PERIOD-END PIC X(10) VALUE SPACES.
       77 PREV-YY PIC 9(4).
       77 PREV-MM PIC 99.
       77 BUILD-EOF-SW PIC X VALUE 'N'.
           88 BUILD-EOF VALUE 'Y'.
       77 SORT-EOF-SW PIC X VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.
       77 DH-EOF-SW PIC X VALUE 'N'.
           88 DH-EOF VALUE 'Y'.
       77 DHFILE-SW PIC X VALUE 'N'.
           88 DHFILE-OPEN VALUE 'Y'.
       77 DH-FOUND-SW PIC X VALUE 'N'.
           88 DH-FOUND VALUE 'Y'.
       77 FIRST-BREAK-SW PIC X VALUE 'Y'.
       77 HOLD-BRNID   PIC X(6) VALUE SPACES.
       77 HOLD-DEPID   PIC X(6) VALUE SPACES.
       77 PERIOD-DEPID PIC X(6) VALUE SPACES.
       77 PERIOD-BRNID PIC X(6) VALUE SPACES.
       77 TRF-EOF-SW PIC X VALUE 'N'.
           88 TRF-EOF VALUE 'Y'.
       77 TRF-FULL-SW PIC X VALUE 'N'.
           88 TRF-FULL VALUE 'Y'.
       77 TRF-COUNT    PIC 9(4) VALUE 0.
       77 TRF-SUB      PIC 9(4) VALUE 0.
       77 FIRST-SUB    PIC 9(4) VALUE 0.
       77 LAST-SUB     PIC 9(4) VALUE 0.
       77 GROSS           PIC 9(8)V99 VALUE 0.
       77 TOTAL-DEDUCTION PIC 9(8)V99 VALUE 0.
       77 DEP-COUNT  PIC 9(5) VALUE 0.
       77 DEP-GROSS  PIC 9(10)V99 VALUE 0.
       77 DEP-DEDUCT PIC 9(10)V99 VALUE 0.
       77 DEP-NET    PIC S9(10)V99 VALUE 0.
       77 BRN-COUNT  PIC 9(5) VALUE 0.
       77 BRN-GROSS  PIC 9(10)V99 VALUE 0.
       77 BRN-DEDUCT PIC 9(10)V99 VALUE 0.
       77 BRN-NET    PIC S9(10)V99 VALUE 0.
       77 TOT-COUNT  PIC 9(5) VALUE 0.
       77 TOT-GROSS  PIC 9(10)V99 VALUE 0.
       77 TOT-DEDUCT PIC 9(10)V99 VALUE 0.
       77 TOT-NET    PIC S9(10)V99 VALUE 0.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.
       77 HIST-NAME  PIC X(20) VALUE "PAYHIST.DAT".
       77 ARF-FILE   PIC X(8) VALUE "PAYHIST".
       77 ARF-DATE   PIC X(8) VALUE SPACES.
       77 ARF-CUTOFF PIC X(8) VALUE SPACES.

       01 TRF-TABLE.
           02 TRF-ENTRY OCCURS 5000 TIMES.
               03 TT-EMPID  PIC X(6).
               03 TT-DATE   PIC X(10).
               03 TT-FROM   PIC X(6).
               03 TT-TO     PIC X(6).

       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40)
              VALUE "DEPARTMENT HEADCOUNT AND PAYROLL COST".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
       01 PERIOD-LINE.
           02 FILLER     PIC X(2)   VALUE SPACES.
           02 FILLER     PIC X(11)  VALUE "PAY PERIOD ".
           02 PRD-PERIOD PIC X(6).
           02 FILLER     PIC X(113) VALUE SPACES.
       01 BRANCH-LINE.
           02 FILLER     PIC X(2)   VALUE SPACES.
           02 FILLER     PIC X(7)   VALUE "BRANCH ".
           02 BRH-BRNID  PIC X(6).
           02 FILLER     PIC X(1)   VALUE SPACES.
           02 BRH-BRNAME PIC X(15).
           02 FILLER     PIC X(101) VALUE SPACES.
       01 DETAIL-LINE.
           02 FILLER     PIC X(4)  VALUE SPACES.
           02 FILLER     PIC X(5)  VALUE "DEPT ".
           02 DTL-DEPID  PIC X(6).
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 DTL-DEPNAME PIC X(20).
           02 FILLER     PIC X(11) VALUE " HEADCOUNT ".
           02 DTL-COUNT  PIC ZZZZ9.
           02 FILLER     PIC X(7)  VALUE " GROSS ".
           02 DTL-GROSS  PIC ZZZZZZZZZ9.99.
           02 FILLER     PIC X(12) VALUE " DEDUCTIONS ".
           02 DTL-DEDUCT PIC ZZZZZZZZZ9.99.
           02 FILLER     PIC X(5)  VALUE " NET ".
           02 DTL-NET    PIC -ZZZZZZZZZ9.99.
           02 FILLER     PIC X(18) VALUE SPACES.
       01 TOTAL-LINE.
           02 FILLER     PIC X(4)  VALUE SPACES.
           02 TOT-LABEL  PIC X(32).
           02 FILLER     PIC X(11) VALUE " HEADCOUNT ".
           02 TOT-COUNT-O  PIC ZZZZ9.
           02 FILLER     PIC X(7)  VALUE " GROSS ".
           02 TOT-GROSS-O  PIC ZZZZZZZZZ9.99.
           02 FILLER     PIC X(12) VALUE " DEDUCTIONS ".
           02 TOT-DEDUCT-O PIC ZZZZZZZZZ9.99.
           02 FILLER     PIC X(5)  VALUE " NET ".
           02 TOT-NET-O    PIC -ZZZZZZZZZ9.99.
           02 FILLER     PIC X(18) VALUE SPACES.
       01 RPT-TEXT-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 RPT-TEXT PIC X(130).

       LINKAGE SECTION.
       77 DC-MODE-LK   PIC X(1).
       77 DC-PERIOD-LK PIC X(6).

       PROCEDURE DIVISION USING DC-MODE-LK DC-PERIOD-LK.
       MAIN-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           IF DC-MODE-LK = "B"
              MOVE DC-PERIOD-LK TO RUN-PERIOD
           ELSE
              DISPLAY "ENTER CLOSED PERIOD (YYYYMM, BLANK = LAST) :"
                AT COLUMN NUMBER 1
              ACCEPT RUN-PERIOD AT COLUMN NUMBER 46.
           MOVE "R" TO CTL-FUNC.
           MOVE SPACES TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF RUN-PERIOD = SPACES
              PERFORM LAST-CLOSED-PARA.
           IF DC-MODE-LK = "B" AND RUN-PERIOD NOT < CTL-PERIOD
              PERFORM LAST-CLOSED-PARA.
           IF RUN-PERIOD NOT NUMERIC
              DISPLAY "PERIOD NOT VALID - REPORT ABANDONED"
              EXIT PROGRAM.
           IF RUN-PERIOD NOT < CTL-PERIOD
              DISPLAY "PERIOD " RUN-PERIOD " NOT CLOSED - OPEN PERIOD "
                "IS " CTL-PERIOD " - REPORT ABANDONED"
              EXIT PROGRAM.
           STRING RUN-PERIOD(1:4) "-" RUN-PERIOD(5:2) "-31"
               DELIMITED BY SIZE INTO PERIOD-END.
           PERFORM LOAD-TRANSFER-PARA.
           IF TRF-FULL
              DISPLAY "MORE THAN 5000 TRANSFERS ON FILE - REPORT "
                "ABANDONED"
              EXIT PROGRAM.
           PERFORM HIST-NAME-PARA.
           OPEN INPUT PAYHISTFILE.
           IF FSH NOT = "00"
              DISPLAY "NO PAY HISTORY ON FILE"
              EXIT PROGRAM.
           OPEN OUTPUT PRINTFILE.
           SORT WORK-FILE ON ASCENDING KEY WBRNID WDEPID
               INPUT PROCEDURE IS BUILD-PARA
               OUTPUT PROCEDURE IS PRINT-PARA.
           CLOSE PAYHISTFILE.
           CLOSE PRINTFILE.
           IF DC-MODE-LK NOT = "B"
              DISPLAY "REPORT WRITTEN TO DEPTCOST.PRT"
                AT COLUMN NUMBER 1.
           EXIT PROGRAM.

       HIST-NAME-PARA.
           MOVE RUN-PERIOD TO ARF-DATE.
           MOVE "01" TO ARF-DATE(7:2).
           CALL "ARCFILE" USING ARF-FILE ARF-DATE HIST-NAME ARF-CUTOFF.
           CANCEL "ARCFILE".

       LAST-CLOSED-PARA.
           MOVE CTL-PERIOD(1:4) TO PREV-YY.
           MOVE CTL-PERIOD(5:2) TO PREV-MM.
           IF PREV-MM = 1
              SUBTRACT 1 FROM PREV-YY
              MOVE 12 TO PREV-MM
           ELSE
              SUBTRACT 1 FROM PREV-MM.
           MOVE PREV-YY TO RUN-PERIOD(1:4).
           MOVE PREV-MM TO RUN-PERIOD(5:2).

       LOAD-TRANSFER-PARA.
           MOVE 0 TO TRF-COUNT.
           OPEN INPUT TRANSFERFILE.
           IF FST = "00"
              PERFORM LOAD-TRANSFER-READ-PARA UNTIL TRF-EOF
              CLOSE TRANSFERFILE.

       LOAD-TRANSFER-READ-PARA.
           READ TRANSFERFILE AT END SET TRF-EOF TO TRUE.
           IF NOT TRF-EOF
              IF TRF-COUNT < 5000
                 ADD 1 TO TRF-COUNT
                 MOVE TEMPID TO TT-EMPID(TRF-COUNT)
                 MOVE TTRFDT TO TT-DATE(TRF-COUNT)
                 MOVE TFRBRID TO TT-FROM(TRF-COUNT)
                 MOVE TOBRID TO TT-TO(TRF-COUNT)
              ELSE
                 SET TRF-FULL TO TRUE
                 SET TRF-EOF TO TRUE.

       BUILD-PARA.
           OPEN INPUT EMPFILE.
           OPEN INPUT DEPTHISTFILE.
           IF FSDH = "00"
              MOVE 'Y' TO DHFILE-SW
           ELSE
              MOVE 'N' TO DHFILE-SW.
           PERFORM BUILD-HIST-PARA THRU BUILD-HIST-EXIT UNTIL BUILD-EOF.
           CLOSE EMPFILE.
           IF DHFILE-OPEN
              CLOSE DEPTHISTFILE.

       BUILD-HIST-PARA.
           READ PAYHISTFILE AT END SET BUILD-EOF TO TRUE
               GO TO BUILD-HIST-EXIT.
           IF HPAYPER NOT = RUN-PERIOD
              GO TO BUILD-HIST-EXIT.
           MOVE HEMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY
                 MOVE SPACES TO EBRNID
                 MOVE SPACES TO EDEPID.
           PERFORM PERIOD-DEPT-PARA THRU PERIOD-DEPT-EXIT.
           PERFORM PERIOD-BRANCH-PARA.
           COMPUTE GROSS = HBASIC + HDA + HCCA + HHRA + HDPA + HPPA
               + HEDUA + HTECHJR + HLUNCHA + HCONVEY + HBUSATR + HLTA
               + HGRTY + HPERINC + HMEDI + HBOOK + HENTER + HTPH
               + HHOUSE + HVEHMAN + HCREDIT + HCLUB.
           COMPUTE TOTAL-DEDUCTION = HPF + HESI + HPTAX + HITAX
               + HLOAN + HLOANDA + HOTHERD.
           MOVE PERIOD-BRNID TO WBRNID.
           MOVE PERIOD-DEPID TO WDEPID.
           MOVE HEMPID TO WEMPID.
           MOVE GROSS TO WGROSS.
           MOVE TOTAL-DEDUCTION TO WDEDUCT.
           COMPUTE WNET = GROSS - TOTAL-DEDUCTION.
           RELEASE WORK-REC.
       BUILD-HIST-EXIT.
           EXIT.

       PERIOD-DEPT-PARA.
           MOVE EDEPID TO PERIOD-DEPID.
           IF NOT DHFILE-OPEN
              GO TO PERIOD-DEPT-EXIT.
           MOVE 'N' TO DH-FOUND-SW.
           MOVE 'N' TO DH-EOF-SW.
           MOVE HEMPID TO DHEMPID.
           MOVE LOW-VALUES TO DHEFFDATE.
           START DEPTHISTFILE KEY IS NOT LESS THAN DHKEY
               INVALID KEY SET DH-EOF TO TRUE.
           PERFORM PERIOD-DEPT-READ-PARA
              THRU PERIOD-DEPT-READ-EXIT UNTIL DH-EOF.
       PERIOD-DEPT-EXIT.
           EXIT.

       PERIOD-DEPT-READ-PARA.
           READ DEPTHISTFILE NEXT RECORD AT END SET DH-EOF TO TRUE
               GO TO PERIOD-DEPT-READ-EXIT.
           IF DHEMPID NOT = HEMPID
              SET DH-EOF TO TRUE
              GO TO PERIOD-DEPT-READ-EXIT.
           IF DHEFFDATE > PERIOD-END
              SET DH-EOF TO TRUE
              PERFORM PERIOD-DEPT-LATER-PARA
              GO TO PERIOD-DEPT-READ-EXIT.
           MOVE DHTODEP TO PERIOD-DEPID.
           MOVE 'Y' TO DH-FOUND-SW.
       PERIOD-DEPT-READ-EXIT.
           EXIT.

       PERIOD-DEPT-LATER-PARA.
           IF NOT DH-FOUND AND DHFROMDEP NOT = SPACES
              MOVE DHFROMDEP TO PERIOD-DEPID.

       PERIOD-BRANCH-PARA.
           MOVE EBRNID TO PERIOD-BRNID.
           MOVE 0 TO FIRST-SUB.
           MOVE 0 TO LAST-SUB.
           MOVE 1 TO TRF-SUB.
           PERFORM PERIOD-BRANCH-SCAN-PARA UNTIL TRF-SUB > TRF-COUNT.
           IF LAST-SUB > 0
              MOVE TT-TO(LAST-SUB) TO PERIOD-BRNID
           ELSE
              IF FIRST-SUB > 0
                 MOVE TT-FROM(FIRST-SUB) TO PERIOD-BRNID.

       PERIOD-BRANCH-SCAN-PARA.
           IF TT-EMPID(TRF-SUB) = HEMPID
              IF TT-DATE(TRF-SUB) NOT > PERIOD-END
                 PERFORM PERIOD-BRANCH-KEEP-PARA
              ELSE
                 PERFORM PERIOD-BRANCH-LATER-PARA.
           ADD 1 TO TRF-SUB.

       PERIOD-BRANCH-KEEP-PARA.
           IF LAST-SUB = 0
              MOVE TRF-SUB TO LAST-SUB
           ELSE
              IF TT-DATE(TRF-SUB) NOT < TT-DATE(LAST-SUB)
                 MOVE TRF-SUB TO LAST-SUB.

       PERIOD-BRANCH-LATER-PARA.
           IF FIRST-SUB = 0
              MOVE TRF-SUB TO FIRST-SUB
           ELSE
              IF TT-DATE(TRF-SUB) < TT-DATE(FIRST-SUB)
                 MOVE TRF-SUB TO FIRST-SUB.

       PRINT-PARA.
           OPEN INPUT BRANCHFILE.
           OPEN INPUT DEPARTMENTFILE.
           MOVE RUN-PERIOD TO PRD-PERIOD.
           MOVE PERIOD-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           PERFORM PRINT-RETURN-PARA
              THRU PRINT-RETURN-EXIT UNTIL SORT-EOF.
           IF FIRST-BREAK-SW = 'N'
              PERFORM PRINT-DEPT-PARA
              PERFORM PRINT-BRANCH-TOTAL-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "COMPANY TOTAL" TO TOT-LABEL.
           MOVE TOT-COUNT TO TOT-COUNT-O.
           MOVE TOT-GROSS TO TOT-GROSS-O.
           MOVE TOT-DEDUCT TO TOT-DEDUCT-O.
           MOVE TOT-NET TO TOT-NET-O.
           MOVE TOTAL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "END OF DEPARTMENT COST REPORT" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           CLOSE BRANCHFILE.
           CLOSE DEPARTMENTFILE.

       PRINT-RETURN-PARA.
           RETURN WORK-FILE AT END SET SORT-EOF TO TRUE
               GO TO PRINT-RETURN-EXIT.
           IF FIRST-BREAK-SW = 'Y'
              MOVE WBRNID TO HOLD-BRNID
              MOVE WDEPID TO HOLD-DEPID
              MOVE 'N' TO FIRST-BREAK-SW
              PERFORM PRINT-BRANCH-HEADER-PARA
           ELSE
             IF WBRNID NOT = HOLD-BRNID
                PERFORM PRINT-DEPT-PARA
                PERFORM PRINT-BRANCH-TOTAL-PARA
                MOVE WBRNID TO HOLD-BRNID
                MOVE WDEPID TO HOLD-DEPID
                PERFORM PRINT-BRANCH-HEADER-PARA
             ELSE
               IF WDEPID NOT = HOLD-DEPID
                  PERFORM PRINT-DEPT-PARA
                  MOVE WDEPID TO HOLD-DEPID.
           ADD 1 TO DEP-COUNT.
           ADD WGROSS TO DEP-GROSS.
           ADD WDEDUCT TO DEP-DEDUCT.
           ADD WNET TO DEP-NET.
       PRINT-RETURN-EXIT.
           EXIT.

       PRINT-BRANCH-HEADER-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE HOLD-BRNID TO BBRID.
           READ BRANCHFILE INVALID KEY
               MOVE "UNKNOWN" TO BBRNAME.
           MOVE HOLD-BRNID TO BRH-BRNID.
           MOVE BBRNAME TO BRH-BRNAME.
           MOVE BRANCH-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       PRINT-DEPT-PARA.
           MOVE HOLD-DEPID TO DEPCODE.
           READ DEPARTMENTFILE INVALID KEY
               MOVE "NOT ASSIGNED" TO DEPNAME.
           MOVE HOLD-DEPID TO DTL-DEPID.
           MOVE DEPNAME TO DTL-DEPNAME.
           MOVE DEP-COUNT TO DTL-COUNT.
           MOVE DEP-GROSS TO DTL-GROSS.
           MOVE DEP-DEDUCT TO DTL-DEDUCT.
           MOVE DEP-NET TO DTL-NET.
           MOVE DETAIL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           ADD DEP-COUNT TO BRN-COUNT.
           ADD DEP-GROSS TO BRN-GROSS.
           ADD DEP-DEDUCT TO BRN-DEDUCT.
           ADD DEP-NET TO BRN-NET.
           MOVE 0 TO DEP-COUNT DEP-GROSS DEP-DEDUCT DEP-NET.

       PRINT-BRANCH-TOTAL-PARA.
           MOVE "BRANCH TOTAL" TO TOT-LABEL.
           MOVE BRN-COUNT TO TOT-COUNT-O.
           MOVE BRN-GROSS TO TOT-GROSS-O.
           MOVE BRN-DEDUCT TO TOT-DEDUCT-O.
           MOVE BRN-NET TO TOT-NET-O.
           MOVE TOTAL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           ADD BRN-COUNT TO TOT-COUNT.
           ADD BRN-GROSS TO TOT-GROSS.
           ADD BRN-DEDUCT TO TOT-DEDUCT.
           ADD BRN-NET TO TOT-NET.
           MOVE 0 TO BRN-COUNT BRN-GROSS BRN-DEDUCT BRN-NET.

       PRINT-HEADING-PARA.
           ADD 1 TO PAGE-COUNT.
              PERFORM PRINT-HEADING-PARA.
           WRITE PRINT-REC FROM RPT-LINE.
           ADD 1 TO LINE-COUNT.
           END PROGRAM DEPTCOST.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVOPEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT LVPOLICYFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LPGRADE
           FILE STATUS IS FSLP.

           SELECT SEPARATIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEMPID
           FILE STATUS IS FSSEP.

           SELECT LEAVETRANSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LTLEVID
           ALTERNATE RECORD KEY IS LTEMPID WITH DUPLICATES
           FILE STATUS IS FSLT.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD LVPOLICYFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LVPOLICY.DAT".
       01 LVPOLICYREC.
           02 LPGRADE    PIC 99.
           02 LPCLCREDIT PIC 999.
           02 LPSLCREDIT PIC 999.
           02 LPPLCREDIT PIC 999.
           02 LPCLCAP    PIC 999.
           02 LPSLCAP    PIC 999.
           02 LPPLCAP    PIC 999.
           02 LPPLENCASH PIC 999.

       FD SEPARATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SEPARATE.DAT".
       01 SEPARATIONREC.
           02 SEMPID   PIC X(6).
           02 SSEPDATE PIC X(10).
           02 SREASON  PIC X(20).
           02 SNOTICE  PIC X(1).

       FD LEAVETRANSFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LEAVETRN.DAT".
       01 LEAVETRANSREC.
           02 LTLEVID  PIC X(6).
           02 LTEMPID  PIC X(6).
           02 LTFMDATE PIC X(10).
           02 LTTODATE PIC X(10).
           02 LTLEVCAT PIC X(3).
           02 LTDAYS   PIC 999.

       WORKING-STORAGE SECTION.
       77 FSE   PIC XX.
       77 FSLP  PIC XX.
       77 FSSEP PIC XX.
       77 FSLT  PIC XX.
       77 LEAVE-YEAR  PIC X(4) VALUE SPACES.
       77 YEAR-START  PIC X(10) VALUE SPACES.
       77 YEAR-END    PIC X(10) VALUE SPACES.
       77 EMP-EOF-SW PIC X VALUE 'N'.
           88 EMP-EOF VALUE 'Y'.
       77 TRANS-EOF-SW PIC X VALUE 'N'.
           88 TRANS-EOF VALUE 'Y'.
       77 ID-EOF-SW PIC X VALUE 'N'.
           88 ID-EOF VALUE 'Y'.
       77 SEPFILE-SW PIC X VALUE 'N'.
           88 SEPFILE-OPEN VALUE 'Y'.
       77 CREDITED-SW PIC X VALUE 'N'.
           88 ALREADY-CREDITED VALUE 'Y'.
       77 ID-PREFIX  PIC X(1) VALUE "C".
       77 LAST-SEQ   PIC 9(5) VALUE 0.
       77 NEXT-SEQ   PIC 9(5) VALUE 0.
       77 JOIN-MONTH PIC 99 VALUE 0.
       77 ACTIVE-MONTHS PIC 99 VALUE 12.
       77 CREDIT-DAYS PIC 999 VALUE 0.
       77 CR-CL PIC 999 VALUE 0.
       77 CR-SL PIC 999 VALUE 0.
       77 CR-PL PIC 999 VALUE 0.
       77 CREDITED-COUNT PIC 9(5) VALUE 0.
       77 SKIP-COUNT     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER LEAVE YEAR TO OPEN (YYYY) :"
             AT COLUMN NUMBER 1.
           ACCEPT LEAVE-YEAR AT COLUMN NUMBER 40.
           IF LEAVE-YEAR NOT NUMERIC
              DISPLAY "LEAVE YEAR NOT VALID - RUN ABANDONED"
              EXIT PROGRAM.
           STRING LEAVE-YEAR "-01-01" DELIMITED BY SIZE
               INTO YEAR-START.
           STRING LEAVE-YEAR "-12-31" DELIMITED BY SIZE
               INTO YEAR-END.
           OPEN INPUT LVPOLICYFILE.
           IF FSLP NOT = "00"
              DISPLAY "NO LEAVE POLICY ON FILE - RUN ABANDONED"
              EXIT PROGRAM.
           OPEN INPUT EMPFILE.
           OPEN INPUT SEPARATIONFILE.
           IF FSSEP = "00"
              MOVE 'Y' TO SEPFILE-SW
           ELSE
              MOVE 'N' TO SEPFILE-SW.
           OPEN I-O LEAVETRANSFILE.
           IF FSLT = 30 OR FSLT = 35
              OPEN OUTPUT LEAVETRANSFILE
              CLOSE LEAVETRANSFILE
              OPEN I-O LEAVETRANSFILE.
           PERFORM NEXT-ID-PARA.
           MOVE LAST-SEQ TO NEXT-SEQ.
           DISPLAY " ".
           DISPLAY "LEAVE YEAR OPENING CREDIT RUN".
           DISPLAY "LEAVE YEAR " LEAVE-YEAR.
           PERFORM OPEN-READ-PARA THRU OPEN-READ-EXIT UNTIL EMP-EOF.
           CLOSE EMPFILE.
           CLOSE LVPOLICYFILE.
           IF SEPFILE-OPEN
              CLOSE SEPARATIONFILE.
           CLOSE LEAVETRANSFILE.
           DISPLAY " ".
           DISPLAY "EMPLOYEES CREDITED :" CREDITED-COUNT.
           DISPLAY "EMPLOYEES SKIPPED  :" SKIP-COUNT.
           DISPLAY "END OF LEAVE YEAR OPENING CREDIT RUN".
           EXIT PROGRAM.

       OPEN-READ-PARA.
           READ EMPFILE AT END SET EMP-EOF TO TRUE
               GO TO OPEN-READ-EXIT.
           IF EDOJ > YEAR-END
              GO TO OPEN-READ-EXIT.
           IF SEPFILE-OPEN
              MOVE EEMPID TO SEMPID
              READ SEPARATIONFILE
                 INVALID KEY MOVE SPACES TO SSEPDATE.
           IF SEPFILE-OPEN AND SSEPDATE NOT = SPACES
              AND SSEPDATE < YEAR-START
              GO TO OPEN-READ-EXIT.
           MOVE EGRDNO TO LPGRADE.
           READ LVPOLICYFILE
              INVALID KEY
                 DISPLAY "  EMP " EEMPID " GRADE " EGRDNO
                   " - NO LEAVE POLICY, NOT CREDITED"
                 ADD 1 TO SKIP-COUNT
                 GO TO OPEN-READ-EXIT.
           PERFORM CREDIT-CHECK-PARA.
           IF ALREADY-CREDITED
              DISPLAY "  EMP " EEMPID " - ALREADY CREDITED FOR "
                LEAVE-YEAR
              ADD 1 TO SKIP-COUNT
              GO TO OPEN-READ-EXIT.
           MOVE 12 TO ACTIVE-MONTHS.
           IF EDOJ(1:4) = LEAVE-YEAR AND EDOJ(6:2) IS NUMERIC
              MOVE EDOJ(6:2) TO JOIN-MONTH
              COMPUTE ACTIVE-MONTHS = 13 - JOIN-MONTH.
           COMPUTE CR-CL = LPCLCREDIT * ACTIVE-MONTHS / 12.
           COMPUTE CR-SL = LPSLCREDIT * ACTIVE-MONTHS / 12.
           COMPUTE CR-PL = LPPLCREDIT * ACTIVE-MONTHS / 12.
           MOVE "CCL" TO LTLEVCAT.
           MOVE CR-CL TO CREDIT-DAYS.
           PERFORM WRITE-CREDIT-PARA THRU WRITE-CREDIT-EXIT.
           MOVE "CSL" TO LTLEVCAT.
           MOVE CR-SL TO CREDIT-DAYS.
           PERFORM WRITE-CREDIT-PARA THRU WRITE-CREDIT-EXIT.
           MOVE "CPL" TO LTLEVCAT.
           MOVE CR-PL TO CREDIT-DAYS.
           PERFORM WRITE-CREDIT-PARA THRU WRITE-CREDIT-EXIT.
           ADD 1 TO CREDITED-COUNT.
           DISPLAY "  EMP " EEMPID " GRADE " EGRDNO
             " MONTHS " ACTIVE-MONTHS
             " CL " CR-CL " SL " CR-SL " PL " CR-PL.
       OPEN-READ-EXIT.
           EXIT.

       CREDIT-CHECK-PARA.
           MOVE 'N' TO CREDITED-SW.
           MOVE 'N' TO TRANS-EOF-SW.
           MOVE EEMPID TO LTEMPID.
           START LEAVETRANSFILE KEY IS EQUAL LTEMPID
               INVALID KEY SET TRANS-EOF TO TRUE.
           PERFORM CREDIT-CHECK-READ-PARA
              THRU CREDIT-CHECK-READ-EXIT UNTIL TRANS-EOF.

       CREDIT-CHECK-READ-PARA.
           READ LEAVETRANSFILE NEXT RECORD AT END
               SET TRANS-EOF TO TRUE
               GO TO CREDIT-CHECK-READ-EXIT.
           IF LTEMPID NOT = EEMPID
              SET TRANS-EOF TO TRUE
              GO TO CREDIT-CHECK-READ-EXIT.
           IF LTFMDATE(1:4) = LEAVE-YEAR
              AND LTLEVCAT(1:1) = "C" AND LTLEVCAT(3:1) = "L"
              MOVE 'Y' TO CREDITED-SW
              SET TRANS-EOF TO TRUE.
       CREDIT-CHECK-READ-EXIT.
           EXIT.

       WRITE-CREDIT-PARA.
           IF CREDIT-DAYS = 0
              GO TO WRITE-CREDIT-EXIT.
           ADD 1 TO NEXT-SEQ.
           MOVE ID-PREFIX TO LTLEVID(1:1).
           MOVE NEXT-SEQ TO LTLEVID(2:5).
           MOVE EEMPID TO LTEMPID.
           MOVE YEAR-START TO LTFMDATE.
           IF EDOJ > YEAR-START
              MOVE EDOJ TO LTFMDATE.
           MOVE YEAR-END TO LTTODATE.
           MOVE CREDIT-DAYS TO LTDAYS.
           WRITE LEAVETRANSREC
              INVALID KEY
                 DISPLAY "  EMP " EEMPID " LEAVE " LTLEVID
                   " - UNABLE TO WRITE CREDIT".
       WRITE-CREDIT-EXIT.
           EXIT.

       NEXT-ID-PARA.
           MOVE 0 TO LAST-SEQ.
           MOVE 'N' TO ID-EOF-SW.
           MOVE ID-PREFIX TO LTLEVID(1:1).
           MOVE "00000" TO LTLEVID(2:5).
           START LEAVETRANSFILE KEY IS NOT LESS THAN LTLEVID
               INVALID KEY SET ID-EOF TO TRUE.
           PERFORM NEXT-ID-READ-PARA
              THRU NEXT-ID-READ-EXIT UNTIL ID-EOF.

       NEXT-ID-READ-PARA.
           READ LEAVETRANSFILE NEXT RECORD AT END
               SET ID-EOF TO TRUE
               GO TO NEXT-ID-READ-EXIT.
           IF LTLEVID(1:1) NOT = ID-PREFIX
              SET ID-EOF TO TRUE
              GO TO NEXT-ID-READ-EXIT.
           IF LTLEVID(2:5) IS NUMERIC
              MOVE LTLEVID(2:5) TO LAST-SEQ.
       NEXT-ID-READ-EXIT.
           EXIT.
           END PROGRAM LVOPEN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVYREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT LVPOLICYFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LPGRADE
           FILE STATUS IS FSLP.

           SELECT SEPARATIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEMPID
           FILE STATUS IS FSSEP.

           SELECT LEAVETRANSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LTLEVID
           ALTERNATE RECORD KEY IS LTEMPID WITH DUPLICATES
           FILE STATUS IS FSLT.

           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT ARRPOSTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARREVID
           FILE STATUS IS FSAR.

       DATA DIVISION.
       FILE SECTION.
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD LVPOLICYFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LVPOLICY.DAT".
       01 LVPOLICYREC.
           02 LPGRADE    PIC 99.
           02 LPCLCREDIT PIC 999.
           02 LPSLCREDIT PIC 999.
           02 LPPLCREDIT PIC 999.
           02 LPCLCAP    PIC 999.
           02 LPSLCAP    PIC 999.
           02 LPPLCAP    PIC 999.
           02 LPPLENCASH PIC 999.

       FD SEPARATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SEPARATE.DAT".
       01 SEPARATIONREC.
           02 SEMPID   PIC X(6).
           02 SSEPDATE PIC X(10).
           02 SREASON  PIC X(20).
           02 SNOTICE  PIC X(1).

       FD LEAVETRANSFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LEAVETRN.DAT".
       01 LEAVETRANSREC.
           02 LTLEVID  PIC X(6).
           02 LTEMPID  PIC X(6).
           02 LTFMDATE PIC X(10).
           02 LTTODATE PIC X(10).
           02 LTLEVCAT PIC X(3).
           02 LTDAYS   PIC 999.

       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYMENT.DAT".
       01 PAYMENTREC.
           02 PEMPID   PIC X(6).
           02 PBASIC   PIC 9(6)V99.
           02 PDA      PIC 9(6)V99.
           02 PCCA     PIC 9(6)V99.
           02 PHRA     PIC 9(6)V99.
           02 PDPA     PIC 9(6)V99.
           02 PPPA     PIC 9(6)V99.
           02 PEDUA    PIC 9(6)V99.
           02 PTECHJR  PIC 9(6)V99.
           02 PLUNCHA  PIC 9(6)V99.
           02 PCONVEY  PIC 9(6)V99.
           02 PBUSATR  PIC 9(6)V99.
           02 PLTA     PIC 9(6)V99.
           02 PPF      PIC 9(6)V99.
           02 PESI     PIC 9(6)V99.
           02 PGRTY    PIC 9(6)V99.
           02 PPTAX    PIC 9(6)V99.
           02 PITAX    PIC 9(6)V99.
           02 PLOAN    PIC 9(8)V99.
           02 PLOANDA  PIC 9(8)V99.
           02 POTHERD  PIC 9(6)V99.
           02 PPERINC  PIC 9(6)V99.
           02 PMEDI    PIC 9(6)V99.
           02 PBOOK    PIC 9(6)V99.
           02 PENTER   PIC 9(6)V99.
           02 PTPH     PIC 9(6)V99.
           02 PHOUSE   PIC 9(6)V99.
           02 PVEHMAN  PIC 9(6)V99.
           02 PCREDIT  PIC 9(6)V99.
           02 PCLUB    PIC 9(6)V99.
           02 PCL      PIC 99.
           02 PSL      PIC 99.
           02 PPL      PIC 99.
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD ARRPOSTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ARRPOST.DAT".
       01 ARRPOSTREC.
           02 ARREVID  PIC X(6).
           02 AREMPID  PIC X(6).
           02 ARPERIOD PIC X(6).
           02 ARAMOUNT PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       77 FSE   PIC XX.
       77 FSLP  PIC XX.
       77 FSSEP PIC XX.
       77 FSLT  PIC XX.
       77 FSP   PIC XX.
       77 FSAR  PIC XX.
       77 RUN-DATE    PIC 9(8).
       77 RUN-YEAR    PIC 9(4) VALUE 0.
       77 LEAVE-YEAR  PIC X(4) VALUE SPACES.
       77 YEAR-NUM    PIC 9(4) VALUE 0.
       77 NEXT-YEAR   PIC 9(4) VALUE 0.
       77 YEAR-END    PIC X(10) VALUE SPACES.
       77 NEXT-START  PIC X(10) VALUE SPACES.
       77 NEXT-END    PIC X(10) VALUE SPACES.
       77 EMP-EOF-SW PIC X VALUE 'N'.
           88 EMP-EOF VALUE 'Y'.
       77 TRANS-EOF-SW PIC X VALUE 'N'.
           88 TRANS-EOF VALUE 'Y'.
       77 ID-EOF-SW PIC X VALUE 'N'.
           88 ID-EOF VALUE 'Y'.
       77 SEPFILE-SW PIC X VALUE 'N'.
           88 SEPFILE-OPEN VALUE 'Y'.
       77 CLOSED-SW PIC X VALUE 'N'.
           88 ALREADY-CLOSED VALUE 'Y'.
       77 ID-PREFIX  PIC X(1) VALUE SPACE.
       77 LAST-SEQ   PIC 9(5) VALUE 0.
       77 SEQ-B      PIC 9(5) VALUE 0.
       77 SEQ-X      PIC 9(5) VALUE 0.
       77 SEQ-E      PIC 9(5) VALUE 0.
       77 BAL-CL  PIC S9(5) VALUE 0.
       77 BAL-SL  PIC S9(5) VALUE 0.
       77 BAL-PL  PIC S9(5) VALUE 0.
       77 BAL-DAYS  PIC S9(5) VALUE 0.
       77 CAP-DAYS  PIC 999 VALUE 0.
       77 CF-DAYS   PIC 999 VALUE 0.
       77 LAPSE-DAYS PIC 999 VALUE 0.
       77 ENC-DAYS  PIC 999 VALUE 0.
       77 ENC-AMOUNT PIC 9(6)V99 VALUE 0.
       77 POST-CAT  PIC X(3) VALUE SPACES.
       77 POST-DAYS PIC 999 VALUE 0.
       77 BAL-O     PIC -(4)9.
       77 CLOSED-COUNT PIC 9(5) VALUE 0.
       77 SKIP-COUNT   PIC 9(5) VALUE 0.
       77 ENC-TOTAL    PIC 9(8)V99 VALUE 0.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER LEAVE YEAR TO CLOSE (YYYY) :"
             AT COLUMN NUMBER 1.
           ACCEPT LEAVE-YEAR AT COLUMN NUMBER 40.
           IF LEAVE-YEAR NOT NUMERIC
              DISPLAY "LEAVE YEAR NOT VALID - RUN ABANDONED"
              EXIT PROGRAM.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE(1:4) TO RUN-YEAR.
           MOVE LEAVE-YEAR TO YEAR-NUM.
           IF YEAR-NUM NOT < RUN-YEAR
              DISPLAY "LEAVE YEAR " LEAVE-YEAR
                " STILL IN PROGRESS - RUN REFUSED"
              EXIT PROGRAM.
           MOVE "C" TO CTL-FUNC.
           MOVE "BANKEXP" TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY = "DP"
              DISPLAY "BANKEXP ALREADY RUN FOR PERIOD " CTL-PERIOD
                " - ENCASHMENT CANNOT BE PAID, RUN REFUSED"
              EXIT PROGRAM.
           COMPUTE NEXT-YEAR = YEAR-NUM + 1.
           STRING LEAVE-YEAR "-12-31" DELIMITED BY SIZE
               INTO YEAR-END.
           STRING NEXT-YEAR "-01-01" DELIMITED BY SIZE
               INTO NEXT-START.
           STRING NEXT-YEAR "-12-31" DELIMITED BY SIZE
               INTO NEXT-END.
           OPEN INPUT LVPOLICYFILE.
           IF FSLP NOT = "00"
              DISPLAY "NO LEAVE POLICY ON FILE - RUN ABANDONED"
              EXIT PROGRAM.
           OPEN I-O LEAVETRANSFILE.
           IF FSLT NOT = "00"
              DISPLAY "NO LEAVE LEDGER ON FILE - RUN ABANDONED"
              CLOSE LVPOLICYFILE
              EXIT PROGRAM.
           OPEN I-O PAYMENTFILE.
           IF FSP NOT = "00"
              DISPLAY "NO PAYMENT RECORDS ON FILE - RUN ABANDONED"
              CLOSE LVPOLICYFILE
              CLOSE LEAVETRANSFILE
              EXIT PROGRAM.
           OPEN INPUT EMPFILE.
           OPEN I-O ARRPOSTFILE.
           IF FSAR = 30 OR FSAR = 35
              OPEN OUTPUT ARRPOSTFILE
              CLOSE ARRPOSTFILE
              OPEN I-O ARRPOSTFILE.
           OPEN INPUT SEPARATIONFILE.
           IF FSSEP = "00"
              MOVE 'Y' TO SEPFILE-SW
           ELSE
              MOVE 'N' TO SEPFILE-SW.
           MOVE "B" TO ID-PREFIX.
           PERFORM NEXT-ID-PARA.
           MOVE LAST-SEQ TO SEQ-B.
           MOVE "X" TO ID-PREFIX.
           PERFORM NEXT-ID-PARA.
           MOVE LAST-SEQ TO SEQ-X.
           MOVE "E" TO ID-PREFIX.
           PERFORM NEXT-ID-PARA.
           MOVE LAST-SEQ TO SEQ-E.
           DISPLAY " ".
           DISPLAY "LEAVE YEAR-END RUN".
           DISPLAY "LEAVE YEAR " LEAVE-YEAR
             " ENCASHMENT PAID IN PERIOD " CTL-PERIOD.
           PERFORM YREND-READ-PARA THRU YREND-READ-EXIT UNTIL EMP-EOF.
           CLOSE EMPFILE.
           CLOSE LVPOLICYFILE.
           CLOSE PAYMENTFILE.
           CLOSE ARRPOSTFILE.
           IF SEPFILE-OPEN
              CLOSE SEPARATIONFILE.
           CLOSE LEAVETRANSFILE.
           DISPLAY " ".
           DISPLAY "EMPLOYEES CLOSED  :" CLOSED-COUNT.
           DISPLAY "EMPLOYEES SKIPPED :" SKIP-COUNT.
           DISPLAY "ENCASHMENT TOTAL  :" ENC-TOTAL.
           DISPLAY "END OF LEAVE YEAR-END RUN".
           IF CLOSED-COUNT > 0
              PERFORM REOPEN-EARNPAY-PARA.
           EXIT PROGRAM.

       REOPEN-EARNPAY-PARA.
           MOVE "U" TO CTL-FUNC.
           MOVE SPACES TO CTL-JOB.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY = "RS"
              DISPLAY "PAYMENT CHANGED - RERUN EARNCALC AND STATCALC "
                "FOR PERIOD " CTL-PERIOD.

       YREND-READ-PARA.
           READ EMPFILE AT END SET EMP-EOF TO TRUE
               GO TO YREND-READ-EXIT.
           IF EDOJ > YEAR-END
              GO TO YREND-READ-EXIT.
           IF SEPFILE-OPEN
              MOVE EEMPID TO SEMPID
              READ SEPARATIONFILE
                 INVALID KEY MOVE SPACES TO SSEPDATE.
           IF SEPFILE-OPEN AND SSEPDATE NOT = SPACES
              AND SSEPDATE NOT > YEAR-END
              GO TO YREND-READ-EXIT.
           MOVE EGRDNO TO LPGRADE.
           READ LVPOLICYFILE
              INVALID KEY
                 DISPLAY "  EMP " EEMPID " GRADE " EGRDNO
                   " - NO LEAVE POLICY, NOT CLOSED"
                 ADD 1 TO SKIP-COUNT
                 GO TO YREND-READ-EXIT.
           MOVE EEMPID TO PEMPID.
           READ PAYMENTFILE
              INVALID KEY
                 DISPLAY "  EMP " EEMPID
                   " - NO PAYMENT RECORD ON FILE, NOT CLOSED"
                 ADD 1 TO SKIP-COUNT
                 GO TO YREND-READ-EXIT.
           PERFORM BALANCE-PARA.
           IF ALREADY-CLOSED
              DISPLAY "  EMP " EEMPID " - LEAVE YEAR " LEAVE-YEAR
                " ALREADY CLOSED"
              ADD 1 TO SKIP-COUNT
              GO TO YREND-READ-EXIT.
           MOVE BAL-CL TO BAL-DAYS.
           MOVE LPCLCAP TO CAP-DAYS.
           MOVE "CL" TO POST-CAT.
           PERFORM CARRY-PARA THRU CARRY-EXIT.
           MOVE BAL-SL TO BAL-DAYS.
           MOVE LPSLCAP TO CAP-DAYS.
           MOVE "SL" TO POST-CAT.
           PERFORM CARRY-PARA THRU CARRY-EXIT.
           MOVE BAL-PL TO BAL-DAYS.
           MOVE LPPLCAP TO CAP-DAYS.
           MOVE "PL" TO POST-CAT.
           PERFORM CARRY-PARA THRU CARRY-EXIT.
           ADD 1 TO CLOSED-COUNT.
       YREND-READ-EXIT.
           EXIT.

       BALANCE-PARA.
           MOVE 0 TO BAL-CL BAL-SL BAL-PL.
           MOVE 'N' TO CLOSED-SW.
           MOVE 'N' TO TRANS-EOF-SW.
           MOVE EEMPID TO LTEMPID.
           START LEAVETRANSFILE KEY IS EQUAL LTEMPID
               INVALID KEY SET TRANS-EOF TO TRUE.
           PERFORM BALANCE-READ-PARA
              THRU BALANCE-READ-EXIT UNTIL TRANS-EOF.

       BALANCE-READ-PARA.
           READ LEAVETRANSFILE NEXT RECORD AT END
               SET TRANS-EOF TO TRUE
               GO TO BALANCE-READ-EXIT.
           IF LTEMPID NOT = EEMPID
              SET TRANS-EOF TO TRUE
              GO TO BALANCE-READ-EXIT.
           IF LTFMDATE(1:4) = NEXT-START(1:4)
              AND LTLEVCAT(1:1) = "B"
              MOVE 'Y' TO CLOSED-SW
              GO TO BALANCE-READ-EXIT.
           IF LTFMDATE(1:4) NOT = LEAVE-YEAR
              GO TO BALANCE-READ-EXIT.
           IF LTLEVCAT = "XCL" OR LTLEVCAT = "XSL" OR LTLEVCAT = "XPL"
              OR LTLEVCAT = "EPL"
              MOVE 'Y' TO CLOSED-SW.
           IF LTLEVCAT = "CL"
              SUBTRACT LTDAYS FROM BAL-CL
           ELSE
             IF LTLEVCAT = "SL"
                SUBTRACT LTDAYS FROM BAL-SL
             ELSE
               IF LTLEVCAT = "PL"
                  SUBTRACT LTDAYS FROM BAL-PL
               ELSE
                 IF LTLEVCAT = "CCL" OR LTLEVCAT = "BCL"
                    ADD LTDAYS TO BAL-CL
                 ELSE
                   IF LTLEVCAT = "CSL" OR LTLEVCAT = "BSL"
                      ADD LTDAYS TO BAL-SL
                   ELSE
                     IF LTLEVCAT = "CPL" OR LTLEVCAT = "BPL"
                        ADD LTDAYS TO BAL-PL.
       BALANCE-READ-EXIT.
           EXIT.

       CARRY-PARA.
           MOVE 0 TO CF-DAYS LAPSE-DAYS ENC-DAYS ENC-AMOUNT.
           IF BAL-DAYS < 0
              MOVE BAL-DAYS TO BAL-O
              DISPLAY "  EMP " EEMPID " " POST-CAT
                " OVERDRAWN BY " BAL-O " DAYS - NOTHING CARRIED"
              GO TO CARRY-EXIT.
           IF BAL-DAYS > CAP-DAYS
              MOVE CAP-DAYS TO CF-DAYS
              COMPUTE LAPSE-DAYS = BAL-DAYS - CAP-DAYS
           ELSE
              MOVE BAL-DAYS TO CF-DAYS.
           IF POST-CAT = "PL" AND LAPSE-DAYS > 0
              PERFORM ENCASH-PARA THRU ENCASH-EXIT.
           MOVE "B" TO ID-PREFIX.
           MOVE CF-DAYS TO POST-DAYS.
           PERFORM WRITE-POSTING-PARA THRU WRITE-POSTING-EXIT.
           MOVE "X" TO ID-PREFIX.
           MOVE LAPSE-DAYS TO POST-DAYS.
           PERFORM WRITE-POSTING-PARA THRU WRITE-POSTING-EXIT.
           MOVE "E" TO ID-PREFIX.
           MOVE ENC-DAYS TO POST-DAYS.
           PERFORM WRITE-POSTING-PARA THRU WRITE-POSTING-EXIT.
           IF ENC-AMOUNT > 0
              PERFORM ENCASH-REVERSAL-PARA.
           MOVE BAL-DAYS TO BAL-O.
           DISPLAY "  EMP " EEMPID " " POST-CAT " BALANCE " BAL-O
             " CARRIED " CF-DAYS " LAPSED " LAPSE-DAYS
             " ENCASHED " ENC-DAYS " AMOUNT " ENC-AMOUNT.
       CARRY-EXIT.
           EXIT.

       ENCASH-PARA.
           IF LAPSE-DAYS > LPPLENCASH
              MOVE LPPLENCASH TO ENC-DAYS
           ELSE
              MOVE LAPSE-DAYS TO ENC-DAYS.
           SUBTRACT ENC-DAYS FROM LAPSE-DAYS.
           IF ENC-DAYS = 0
              GO TO ENCASH-EXIT.
           COMPUTE ENC-AMOUNT ROUNDED = ENC-DAYS * PBASIC / 30.
           ADD ENC-AMOUNT TO PPERINC.
           REWRITE PAYMENTREC
              INVALID KEY
                 DISPLAY "  EMP " EEMPID
                   " - UNABLE TO UPDATE RECORD, PL LAPSED INSTEAD"
                 ADD ENC-DAYS TO LAPSE-DAYS
                 MOVE 0 TO ENC-DAYS ENC-AMOUNT
                 GO TO ENCASH-EXIT.
           ADD ENC-AMOUNT TO ENC-TOTAL.
       ENCASH-EXIT.
           EXIT.

       ENCASH-REVERSAL-PARA.
           MOVE LTLEVID TO ARREVID.
           MOVE EEMPID TO AREMPID.
           MOVE CTL-PERIOD TO ARPERIOD.
           MOVE ENC-AMOUNT TO ARAMOUNT.
           WRITE ARRPOSTREC
              INVALID KEY
                 DISPLAY "  EMP " EEMPID " LEAVE " LTLEVID
                   " - ENCASHMENT NOT REGISTERED FOR REVERSAL".

       WRITE-POSTING-PARA.
           IF POST-DAYS = 0
              GO TO WRITE-POSTING-EXIT.
           MOVE ID-PREFIX TO LTLEVCAT(1:1).
           MOVE POST-CAT TO LTLEVCAT(2:2).
           MOVE ID-PREFIX TO LTLEVID(1:1).
           IF ID-PREFIX = "B"
              ADD 1 TO SEQ-B
              MOVE SEQ-B TO LTLEVID(2:5)
              MOVE NEXT-START TO LTFMDATE
              MOVE NEXT-END TO LTTODATE
           ELSE
             IF ID-PREFIX = "X"
                ADD 1 TO SEQ-X
                MOVE SEQ-X TO LTLEVID(2:5)
                MOVE YEAR-END TO LTFMDATE
                MOVE YEAR-END TO LTTODATE
             ELSE
                ADD 1 TO SEQ-E
                MOVE SEQ-E TO LTLEVID(2:5)
                MOVE YEAR-END TO LTFMDATE
                MOVE YEAR-END TO LTTODATE.
           MOVE EEMPID TO LTEMPID.
           MOVE POST-DAYS TO LTDAYS.
           WRITE LEAVETRANSREC
              INVALID KEY
                 DISPLAY "  EMP " EEMPID " LEAVE " LTLEVID
                   " - UNABLE TO WRITE " LTLEVCAT " POSTING".
       WRITE-POSTING-EXIT.
           EXIT.

       NEXT-ID-PARA.
           MOVE 0 TO LAST-SEQ.
           MOVE 'N' TO ID-EOF-SW.
           MOVE ID-PREFIX TO LTLEVID(1:1).
           MOVE "00000" TO LTLEVID(2:5).
           START LEAVETRANSFILE KEY IS NOT LESS THAN LTLEVID
               INVALID KEY SET ID-EOF TO TRUE.
           PERFORM NEXT-ID-READ-PARA
              THRU NEXT-ID-READ-EXIT UNTIL ID-EOF.

       NEXT-ID-READ-PARA.
           READ LEAVETRANSFILE NEXT RECORD AT END
               SET ID-EOF TO TRUE
               GO TO NEXT-ID-READ-EXIT.
           IF LTLEVID(1:1) NOT = ID-PREFIX
              SET ID-EOF TO TRUE
              GO TO NEXT-ID-READ-EXIT.
           IF LTLEVID(2:5) IS NUMERIC
              MOVE LTLEVID(2:5) TO LAST-SEQ.
       NEXT-ID-READ-EXIT.
           EXIT.
           END PROGRAM LVYREND.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLKEY
           FILE STATUS IS FSCL.

           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

       DATA DIVISION.
       FILE SECTION.
       FD CLAIMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CLAIM.DAT".
       01 CLAIMREC.
           02 CLKEY.
               03 CLEMPID  PIC X(6).
               03 CLHEAD   PIC X(6).
               03 CLBILLNO PIC X(10).
           02 CLBILLDT   PIC X(10).
           02 CLCLAIMED  PIC 9(6)V99.
           02 CLAPPROVED PIC 9(6)V99.
           02 CLSTATUS   PIC X(1).
           02 CLAPPROVER PIC X(8).
           02 CLPAIDPER  PIC X(6).

       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       WORKING-STORAGE SECTION.
       77 FSCL PIC XX.
       77 FSP  PIC XX.
       77 CLAIM-EOF-SW PIC X VALUE 'N'.
           88 CLAIM-EOF VALUE 'Y'.
       77 HEAD-OK-SW PIC X VALUE 'N'.
           88 HEAD-OK VALUE 'Y'.
       77 POSTED-COUNT PIC 9(5) VALUE 0.
       77 SKIP-COUNT   PIC 9(5) VALUE 0.
       77 POSTED-TOTAL PIC 9(8)V99 VALUE 0.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "C" TO CTL-FUNC.
           MOVE "BANKEXP" TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY = "DP"
              DISPLAY "BANKEXP ALREADY RUN FOR PERIOD " CTL-PERIOD
                " - CLAIMS POSTING REFUSED"
              EXIT PROGRAM.
           OPEN I-O CLAIMFILE.
           IF FSCL NOT = "00"
              DISPLAY "NO CLAIMS ON FILE"
              EXIT PROGRAM.
           OPEN I-O PAYMENTFILE.
           DISPLAY " ".
           DISPLAY "REIMBURSEMENT CLAIMS POSTING RUN".
           DISPLAY "PAY PERIOD " CTL-PERIOD.
           PERFORM CLAIM-READ-PARA THRU CLAIM-READ-EXIT UNTIL CLAIM-EOF.
           CLOSE CLAIMFILE.
           CLOSE PAYMENTFILE.
           DISPLAY " ".
           DISPLAY "CLAIMS POSTED  :" POSTED-COUNT.
           DISPLAY "CLAIMS SKIPPED :" SKIP-COUNT.
           DISPLAY "AMOUNT POSTED  :" POSTED-TOTAL.
           DISPLAY "END OF CLAIMS POSTING".
           IF POSTED-COUNT > 0
              PERFORM REOPEN-EARNPAY-PARA.
           EXIT PROGRAM.

       REOPEN-EARNPAY-PARA.
           MOVE "U" TO CTL-FUNC.
           MOVE SPACES TO CTL-JOB.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY = "RS"
              DISPLAY "PAYMENT CHANGED - RERUN EARNCALC AND STATCALC "
                "FOR PERIOD " CTL-PERIOD.

       CLAIM-READ-PARA.
           READ CLAIMFILE NEXT RECORD AT END SET CLAIM-EOF TO TRUE
               GO TO CLAIM-READ-EXIT.
           IF CLSTATUS NOT = "A"
              GO TO CLAIM-READ-EXIT.
           MOVE CLEMPID TO PEMPID.
           READ PAYMENTFILE
              INVALID KEY
                 DISPLAY "  EMP " CLEMPID " BILL " CLBILLNO
                   " - NO PAYMENT RECORD ON FILE"
                 ADD 1 TO SKIP-COUNT
                 GO TO CLAIM-READ-EXIT.
           PERFORM ADD-HEAD-PARA.
           IF NOT HEAD-OK
              DISPLAY "  EMP " CLEMPID " BILL " CLBILLNO
                " UNKNOWN HEAD " CLHEAD " - NOT POSTED"
              ADD 1 TO SKIP-COUNT
              GO TO CLAIM-READ-EXIT.
           REWRITE PAYMENTREC
              INVALID KEY
                 DISPLAY "  EMP " CLEMPID
                   " - UNABLE TO UPDATE RECORD"
                 ADD 1 TO SKIP-COUNT
                 GO TO CLAIM-READ-EXIT.
           MOVE "D" TO CLSTATUS.
           MOVE CTL-PERIOD TO CLPAIDPER.
           REWRITE CLAIMREC
              INVALID KEY
                 DISPLAY "  EMP " CLEMPID " BILL " CLBILLNO
                   " - POSTED BUT CLAIM NOT MARKED PAID".
           ADD 1 TO POSTED-COUNT.
           ADD CLAPPROVED TO POSTED-TOTAL.
           DISPLAY "  EMP " CLEMPID " " CLHEAD " BILL " CLBILLNO
             " AMOUNT " CLAPPROVED.
       CLAIM-READ-EXIT.
           EXIT.

       ADD-HEAD-PARA.
           MOVE 'Y' TO HEAD-OK-SW.
           IF CLHEAD = "MEDI"
              ADD CLAPPROVED TO PMEDI
           ELSE
             IF CLHEAD = "BOOK"
                ADD CLAPPROVED TO PBOOK
             ELSE
               IF CLHEAD = "ENTER"
                  ADD CLAPPROVED TO PENTER
               ELSE
                 IF CLHEAD = "TPH"
                    ADD CLAPPROVED TO PTPH
                 ELSE
                   IF CLHEAD = "VEHMAN"
                      ADD CLAPPROVED TO PVEHMAN
                   ELSE
                     IF CLHEAD = "CREDIT"
                        ADD CLAPPROVED TO PCREDIT
                     ELSE
                       IF CLHEAD = "CLUB"
                          ADD CLAPPROVED TO PCLUB
                       ELSE
                          MOVE 'N' TO HEAD-OK-SW.
           END PROGRAM CLMPOST.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLKEY
           FILE STATUS IS FSCL.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT CLMLIMITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMGRADE
           FILE STATUS IS FSCM.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPRT.

       DATA DIVISION.
       FILE SECTION.
       FD CLAIMFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CLAIM.DAT".
       01 CLAIMREC.
           02 CLKEY.
               03 CLEMPID  PIC X(6).
               03 CLHEAD   PIC X(6).
               03 CLBILLNO PIC X(10).
           02 CLBILLDT   PIC X(10).
           02 CLCLAIMED  PIC 9(6)V99.
           02 CLAPPROVED PIC 9(6)V99.
           02 CLSTATUS   PIC X(1).
           02 CLAPPROVER PIC X(8).
           02 CLPAIDPER  PIC X(6).

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD CLMLIMITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CLMLIMIT.DAT".
       01 CLMLIMITREC.
           02 CMGRADE    PIC 99.
           02 CMHEADS.
               03 CMMEDI   PIC 9(6)V99.
               03 CMBOOK   PIC 9(6)V99.
               03 CMENTER  PIC 9(6)V99.
               03 CMTPH    PIC 9(6)V99.
               03 CMVEHMAN PIC 9(6)V99.
               03 CMCREDIT PIC 9(6)V99.
               03 CMCLUB   PIC 9(6)V99.
           02 CMHEAD-TABLE REDEFINES CMHEADS.
               05 CMLIMIT OCCURS 7 TIMES PIC 9(6)V99.

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CLMREG.PRT".
       01 PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSCL  PIC XX.
       77 FSE   PIC XX.
       77 FSCM  PIC XX.
       77 FSPRT PIC XX.
       77 RPT-RUN-DATE PIC 9(8).
       77 PAGE-COUNT PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 99 VALUE 99.
       77 PAGE-LIMIT PIC 99 VALUE 60.
       77 FY-INPUT   PIC X(4) VALUE SPACES.
       77 FY-START   PIC 9(4) VALUE 0.
       77 FY-NEXT    PIC 9(4) VALUE 0.
       77 BILL-FY    PIC 9(4) VALUE 0.
       77 WORK-YY    PIC 9(4) VALUE 0.
       77 WORK-MM    PIC 99 VALUE 0.
       77 CLAIM-EOF-SW PIC X VALUE 'N'.
           88 CLAIM-EOF VALUE 'Y'.
       77 LIMIT-SW PIC X VALUE 'N'.
           88 LIMIT-FOUND VALUE 'Y'.
       77 LIMFILE-SW PIC X VALUE 'N'.
           88 LIMFILE-OPEN VALUE 'Y'.
       77 HOLD-EMPID PIC X(6) VALUE SPACES.
       77 HOLD-HEAD  PIC X(6) VALUE SPACES.
       77 HEAD-SUB   PIC 99 VALUE 0.
       77 HEAD-IDX   PIC 99 VALUE 0.
       77 HEAD-USED  PIC 9(8)V99 VALUE 0.
       77 HEAD-LIMIT PIC 9(6)V99 VALUE 0.
       77 HEAD-REMAIN PIC S9(8)V99 VALUE 0.
       77 TOT-CLAIMED  PIC 9(9)V99 VALUE 0.
       77 TOT-APPROVED PIC 9(9)V99 VALUE 0.
       77 TOT-PAID     PIC 9(9)V99 VALUE 0.
       77 CLAIM-COUNT  PIC 9(5) VALUE 0.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.
       01 CLAIM-HEAD-VALUES.
           02 FILLER PIC X(24) VALUE "MEDI  BOOK  ENTER TPH   ".
           02 FILLER PIC X(18) VALUE "VEHMANCREDITCLUB  ".
       01 CLAIM-HEAD-TABLE REDEFINES CLAIM-HEAD-VALUES.
           05 CLAIM-HEAD-CODE OCCURS 7 TIMES PIC X(6).

       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40)
              VALUE "REIMBURSEMENT CLAIMS REGISTER".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
       01 YEAR-LINE.
           02 FILLER     PIC X(2)   VALUE SPACES.
           02 FILLER     PIC X(15)  VALUE "FINANCIAL YEAR ".
           02 YRL-START  PIC 9(4).
           02 FILLER     PIC X(1)   VALUE "-".
           02 YRL-NEXT   PIC 9(4).
           02 FILLER     PIC X(106) VALUE SPACES.
       01 EMP-LINE.
           02 FILLER     PIC X(2)   VALUE SPACES.
           02 FILLER     PIC X(4)   VALUE "EMP ".
           02 EML-EMPID  PIC X(6).
           02 FILLER     PIC X(1)   VALUE SPACES.
           02 EML-NAME   PIC X(25).
           02 FILLER     PIC X(7)   VALUE " GRADE ".
           02 EML-GRADE  PIC Z9.
           02 FILLER     PIC X(85)  VALUE SPACES.
       01 DETAIL-LINE.
           02 FILLER     PIC X(4)  VALUE SPACES.
           02 DTL-HEAD   PIC X(6).
           02 FILLER     PIC X(6)  VALUE " BILL ".
           02 DTL-BILLNO PIC X(10).
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 DTL-BILLDT PIC X(10).
           02 FILLER     PIC X(9)  VALUE " CLAIMED ".
           02 DTL-CLAIMED PIC ZZZZZ9.99.
           02 FILLER     PIC X(10) VALUE " APPROVED ".
           02 DTL-APPROVED PIC ZZZZZ9.99.
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 DTL-STATUS PIC X(8).
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 DTL-APPROVER PIC X(8).
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 DTL-PAIDPER PIC X(6).
           02 FILLER     PIC X(33) VALUE SPACES.
       01 HEAD-LINE.
           02 FILLER     PIC X(4)  VALUE SPACES.
           02 HDL-HEAD   PIC X(6).
           02 FILLER     PIC X(14) VALUE " YTD USED     ".
           02 HDL-USED   PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(7)  VALUE " LIMIT ".
           02 HDL-LIMIT  PIC X(11).
           02 FILLER     PIC X(11) VALUE " REMAINING ".
           02 HDL-REMAIN PIC X(12).
           02 FILLER     PIC X(56) VALUE SPACES.
       01 AMOUNT-EDIT    PIC ZZZZZZZ9.99.
       01 SIGNED-EDIT    PIC -ZZZZZZZ9.99.
       01 TOTAL-LINE.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 FILLER     PIC X(8)  VALUE "CLAIMS  ".
           02 TOT-COUNT-O PIC ZZZZ9.
           02 FILLER     PIC X(9)  VALUE " CLAIMED ".
           02 TOT-CLAIMED-O PIC ZZZZZZZZ9.99.
           02 FILLER     PIC X(10) VALUE " APPROVED ".
           02 TOT-APPROVED-O PIC ZZZZZZZZ9.99.
           02 FILLER     PIC X(6)  VALUE " PAID ".
           02 TOT-PAID-O PIC ZZZZZZZZ9.99.
           02 FILLER     PIC X(56) VALUE SPACES.
       01 RPT-TEXT-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 RPT-TEXT PIC X(130).

       LINKAGE SECTION.
       77 CR-MODE-LK   PIC X(1).
       77 CR-PERIOD-LK PIC X(6).

       PROCEDURE DIVISION USING CR-MODE-LK CR-PERIOD-LK.
       MAIN-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "R" TO CTL-FUNC.
           MOVE SPACES TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CR-MODE-LK = "B" AND CR-PERIOD-LK NUMERIC
              MOVE CR-PERIOD-LK TO CTL-PERIOD.
           IF CR-MODE-LK NOT = "B"
              DISPLAY "ENTER FINANCIAL YEAR START (YYYY, BLANK = "
                "CURRENT) :" AT COLUMN NUMBER 1
              ACCEPT FY-INPUT AT COLUMN NUMBER 55.
           IF FY-INPUT NOT = SPACES
              IF FY-INPUT NOT NUMERIC
                 DISPLAY "YEAR NOT VALID - REPORT ABANDONED"
                 EXIT PROGRAM
              ELSE
                 MOVE FY-INPUT TO FY-START
           ELSE
              PERFORM CURRENT-FY-PARA.
           COMPUTE FY-NEXT = FY-START + 1.
           OPEN INPUT CLAIMFILE.
           IF FSCL NOT = "00"
              DISPLAY "NO CLAIMS ON FILE"
              EXIT PROGRAM.
           OPEN INPUT EMPFILE.
           OPEN INPUT CLMLIMITFILE.
           IF FSCM = "00"
              MOVE 'Y' TO LIMFILE-SW
           ELSE
              MOVE 'N' TO LIMFILE-SW.
           OPEN OUTPUT PRINTFILE.
           MOVE FY-START TO YRL-START.
           MOVE FY-NEXT TO YRL-NEXT.
           MOVE YEAR-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           PERFORM CLAIM-READ-PARA THRU CLAIM-READ-EXIT UNTIL CLAIM-EOF.
           IF HOLD-HEAD NOT = SPACES
              PERFORM HEAD-TOTAL-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE CLAIM-COUNT TO TOT-COUNT-O.
           MOVE TOT-CLAIMED TO TOT-CLAIMED-O.
           MOVE TOT-APPROVED TO TOT-APPROVED-O.
           MOVE TOT-PAID TO TOT-PAID-O.
           MOVE TOTAL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "END OF CLAIMS REGISTER" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           CLOSE CLAIMFILE.
           CLOSE EMPFILE.
           IF LIMFILE-OPEN
              CLOSE CLMLIMITFILE.
           CLOSE PRINTFILE.
           IF CR-MODE-LK NOT = "B"
              DISPLAY "REPORT WRITTEN TO CLMREG.PRT"
                AT COLUMN NUMBER 1.
           EXIT PROGRAM.

       CURRENT-FY-PARA.
           MOVE CTL-PERIOD(1:4) TO WORK-YY.
           MOVE CTL-PERIOD(5:2) TO WORK-MM.
           IF WORK-MM > 3
              MOVE WORK-YY TO FY-START
           ELSE
              COMPUTE FY-START = WORK-YY - 1.

       CLAIM-READ-PARA.
           READ CLAIMFILE AT END SET CLAIM-EOF TO TRUE
               GO TO CLAIM-READ-EXIT.
           MOVE CLBILLDT(1:4) TO WORK-YY.
           MOVE CLBILLDT(6:2) TO WORK-MM.
           IF WORK-MM > 3
              MOVE WORK-YY TO BILL-FY
           ELSE
              COMPUTE BILL-FY = WORK-YY - 1.
           IF BILL-FY NOT = FY-START
              GO TO CLAIM-READ-EXIT.
           IF HOLD-HEAD NOT = SPACES
              IF CLEMPID NOT = HOLD-EMPID OR CLHEAD NOT = HOLD-HEAD
                 PERFORM HEAD-TOTAL-PARA.
           IF CLEMPID NOT = HOLD-EMPID
              PERFORM EMP-HEADER-PARA.
           MOVE CLHEAD TO HOLD-HEAD.
           MOVE CLHEAD TO DTL-HEAD.
           MOVE CLBILLNO TO DTL-BILLNO.
           MOVE CLBILLDT TO DTL-BILLDT.
           MOVE CLCLAIMED TO DTL-CLAIMED.
           MOVE CLAPPROVED TO DTL-APPROVED.
           MOVE CLAPPROVER TO DTL-APPROVER.
           MOVE CLPAIDPER TO DTL-PAIDPER.
           IF CLSTATUS = "P"
              MOVE "PENDING" TO DTL-STATUS
           ELSE
             IF CLSTATUS = "A"
                MOVE "APPROVED" TO DTL-STATUS
             ELSE
               IF CLSTATUS = "R"
                  MOVE "REJECTED" TO DTL-STATUS
               ELSE
                 IF CLSTATUS = "D"
                    MOVE "PAID" TO DTL-STATUS
                 ELSE
                    MOVE CLSTATUS TO DTL-STATUS.
           MOVE DETAIL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           ADD 1 TO CLAIM-COUNT.
           ADD CLCLAIMED TO TOT-CLAIMED.
           IF CLSTATUS = "A" OR CLSTATUS = "D"
              ADD CLAPPROVED TO HEAD-USED
              ADD CLAPPROVED TO TOT-APPROVED.
           IF CLSTATUS = "D"
              ADD CLAPPROVED TO TOT-PAID.
       CLAIM-READ-EXIT.
           EXIT.

       EMP-HEADER-PARA.
           MOVE CLEMPID TO HOLD-EMPID.
           MOVE CLEMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY
                 MOVE "NAME NOT ON FILE" TO EEMPNAME
                 MOVE 0 TO EGRDNO.
           MOVE 'N' TO LIMIT-SW.
           IF LIMFILE-OPEN
              MOVE EGRDNO TO CMGRADE
              READ CLMLIMITFILE
                 INVALID KEY MOVE 'N' TO LIMIT-SW
                 NOT INVALID KEY MOVE 'Y' TO LIMIT-SW.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE CLEMPID TO EML-EMPID.
           MOVE EEMPNAME TO EML-NAME.
           MOVE EGRDNO TO EML-GRADE.
           MOVE EMP-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       HEAD-TOTAL-PARA.
           MOVE 0 TO HEAD-SUB.
           MOVE 1 TO HEAD-IDX.
           PERFORM HEAD-SCAN-PARA UNTIL HEAD-IDX > 7.
           MOVE HOLD-HEAD TO HDL-HEAD.
           MOVE HEAD-USED TO HDL-USED.
           IF LIMIT-FOUND AND HEAD-SUB > 0
              MOVE CMLIMIT(HEAD-SUB) TO HEAD-LIMIT
              MOVE HEAD-LIMIT TO AMOUNT-EDIT
              MOVE AMOUNT-EDIT TO HDL-LIMIT
              COMPUTE HEAD-REMAIN = HEAD-LIMIT - HEAD-USED
              MOVE HEAD-REMAIN TO SIGNED-EDIT
              MOVE SIGNED-EDIT TO HDL-REMAIN
           ELSE
              MOVE "  NO LIMIT" TO HDL-LIMIT
              MOVE SPACES TO HDL-REMAIN.
           MOVE HEAD-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE 0 TO HEAD-USED.
           MOVE SPACES TO HOLD-HEAD.

       HEAD-SCAN-PARA.
           IF CLAIM-HEAD-CODE(HEAD-IDX) = HOLD-HEAD
              MOVE HEAD-IDX TO HEAD-SUB.
           ADD 1 TO HEAD-IDX.

       PRINT-HEADING-PARA.
           ADD 1 TO PAGE-COUNT.
              PERFORM PRINT-HEADING-PARA.
           WRITE PRINT-REC FROM RPT-LINE.
           ADD 1 TO LINE-COUNT.
           END PROGRAM CLMREG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLINEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SLKEY
           FILE STATUS IS FSSL.

           SELECT SUPPHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SHKEY
           FILE STATUS IS FSSH.

           SELECT PAYMENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           RECORD KEY IS PEMPID
           FILE STATUS IS FSP.

           SELECT PAYHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HKEY
           FILE STATUS IS FSH.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT BANKFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BKEMPID
           FILE STATUS IS FSBK.

           SELECT TAXSLABFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXKEY
           FILE STATUS IS FSTX.

           SELECT BANKADVFILE ASSIGN TO ADVICE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSADV.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPRT.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPLINEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SUPPLINE.DAT".
       01 SUPPLINEREC.
           02 SLKEY.
               03 SLEMPID  PIC X(6).
               03 SLTYPE   PIC X(6).
           02 SLAMOUNT  PIC 9(8)V99.
           02 SLTAXABLE PIC X(1).
           02 SLREMARK  PIC X(20).
           02 SLMAKER   PIC X(8).

       FD SUPPHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SUPPHIST.DAT".
       01 SUPPHISTREC.
           02 SHKEY.
               03 SHEMPID   PIC X(6).
               03 SHPERIOD  PIC X(6).
               03 SHRUNNO   PIC 99.
               03 SHTYPE    PIC X(6).
           02 SHRUNTYPE PIC X(1).
           02 SHAMOUNT  PIC 9(8)V99.
           02 SHTAXABLE PIC X(1).
           02 SHTDS     PIC 9(8)V99.
           02 SHNET     PIC 9(8)V99.
           02 SHRUNDATE PIC X(10).
           02 SHREMARK  PIC X(20).

       FD PAYMENTFILE
           LABEL RECORDS ARE STANDARD
           02 PLLOP    PIC 999.
           02 POTHERL  PIC 999.

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYHIST.DAT".
       01 PAYHISTREC.
           02 HKEY.
               03 HEMPID   PIC X(6).
               03 HPAYPER  PIC X(6).
           02 HBASIC   PIC 9(6)V99.
           02 HDA      PIC 9(6)V99.
           02 HCCA     PIC 9(6)V99.
           02 HHRA     PIC 9(6)V99.
           02 HDPA     PIC 9(6)V99.
           02 HPPA     PIC 9(6)V99.
           02 HEDUA    PIC 9(6)V99.
           02 HTECHJR  PIC 9(6)V99.
           02 HLUNCHA  PIC 9(6)V99.
           02 HCONVEY  PIC 9(6)V99.
           02 HBUSATR  PIC 9(6)V99.
           02 HLTA     PIC 9(6)V99.
           02 HPF      PIC 9(6)V99.
           02 HESI     PIC 9(6)V99.
           02 HGRTY    PIC 9(6)V99.
           02 HPTAX    PIC 9(6)V99.
           02 HITAX    PIC 9(6)V99.
           02 HLOAN    PIC 9(8)V99.
           02 HLOANDA  PIC 9(8)V99.
           02 HOTHERD  PIC 9(6)V99.
           02 HPERINC  PIC 9(6)V99.
           02 HMEDI    PIC 9(6)V99.
           02 HBOOK    PIC 9(6)V99.
           02 HENTER   PIC 9(6)V99.
           02 HTPH     PIC 9(6)V99.
           02 HHOUSE   PIC 9(6)V99.
           02 HVEHMAN  PIC 9(6)V99.
           02 HCREDIT  PIC 9(6)V99.
           02 HCLUB    PIC 9(6)V99.
           02 HCL      PIC 99.
           02 HSL      PIC 99.
           02 HPL      PIC 99.
           02 HLLOP    PIC 999.
           02 HOTHERL  PIC 999.

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD BANKFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BANK.DAT".
       01 BANKREC.
           02 BKEMPID  PIC X(6).
           02 BKACCNO  PIC X(16).
           02 BKBANK   PIC X(20).
           02 BKIFSC   PIC X(11).
           02 BKMODE   PIC X(4).

       FD TAXSLABFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TAXSLAB.DAT".
       01 TAXSLABREC.
           02 TXKEY.
               03 TXFYEAR  PIC X(4).
               03 TXSLABNO PIC 99.
           02 TXLOWER  PIC 9(8)V99.
           02 TXUPPER  PIC 9(8)V99.
           02 TXRATE   PIC 99V99.
           02 TXSTDEX  PIC 9(8)V99.

       FD BANKADVFILE
           LABEL RECORDS ARE STANDARD.
       01 BANKADVREC.
           02 ADV-EMPID  PIC X(6).
           02 ADV-ACCNO  PIC X(16).
           02 ADV-IFSC   PIC X(11).
           02 ADV-MODE   PIC X(4).
           02 ADV-AMOUNT PIC 9(10).

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SUPPREG.PRT".
       01 PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSSL  PIC XX.
       77 FSSH  PIC XX.
       77 FSP   PIC XX.
       77 FSH   PIC XX.
       77 FSE   PIC XX.
       77 FSBK  PIC XX.
       77 FSTX  PIC XX.
       77 FSADV PIC XX.
       77 FSPRT PIC XX.
       77 ADVICE-NAME PIC X(20).
       77 RPT-RUN-DATE PIC 9(8).
       77 RUN-DATE-DIGITS PIC X(8).
       77 RUN-DATE PIC X(10) VALUE SPACES.
       77 PAGE-COUNT PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 99 VALUE 99.
       77 PAGE-LIMIT PIC 99 VALUE 60.
       77 CONFIRM-SW PIC X VALUE 'N'.
       77 LINE-EOF-SW PIC X VALUE 'N'.
           88 LINE-EOF VALUE 'Y'.
       77 SH-EOF-SW PIC X VALUE 'N'.
           88 SH-EOF VALUE 'Y'.
       77 HIST-EOF-SW PIC X VALUE 'N'.
           88 HIST-EOF VALUE 'Y'.
       77 SLAB-EOF-SW PIC X VALUE 'N'.
           88 SLAB-EOF VALUE 'Y'.
       77 PAYFILE-SW PIC X VALUE 'N'.
           88 PAYFILE-OPEN VALUE 'Y'.
       77 HISTFILE-SW PIC X VALUE 'N'.
           88 HISTFILE-OPEN VALUE 'Y'.
       77 PAY-FOUND-SW PIC X VALUE 'N'.
           88 PAY-FOUND VALUE 'Y'.
       77 PAYABLE-SW PIC X VALUE 'N'.
           88 EMP-PAYABLE VALUE 'Y'.
       77 EXCEPT-TEXT PIC X(30) VALUE SPACES.
       77 HOLD-EMPID PIC X(6) VALUE SPACES.
       77 LAST-RUN-NO PIC 99 VALUE 0.
       77 RUN-NO PIC 99 VALUE 0.
       77 PEND-COUNT PIC 9(5) VALUE 0.
       77 PEND-TOTAL PIC 9(10)V99 VALUE 0.
       77 CURR-MM PIC 99.
       77 CURR-YY PIC 9(4).
       77 FY-START PIC 9(4).
       77 FY-NEXT  PIC 9(4).
       77 FY-FIRST-PERIOD PIC X(6).
       77 FY-LAST-PERIOD  PIC X(6).
       77 CURR-IDX PIC 99.
       77 REMAIN-MONTHS PIC 99.
       77 HIST-GROSS PIC 9(9)V99 VALUE 0.
       77 CURR-GROSS PIC 9(8)V99 VALUE 0.
       77 SUPP-YTD   PIC 9(9)V99 VALUE 0.
       77 BASE-INCOME PIC 9(10)V99 VALUE 0.
       77 RUN-TAXABLE PIC 9(9)V99 VALUE 0.
       77 INCOME-AMT PIC 9(10)V99 VALUE 0.
       77 TAXABLE-INCOME PIC 9(10)V99 VALUE 0.
       77 ANNUAL-TAX PIC 9(9)V99 VALUE 0.
       77 TAX-BEFORE PIC 9(9)V99 VALUE 0.
       77 SLAB-PORTION PIC 9(10)V99 VALUE 0.
       77 STD-EXEMPT  PIC 9(8)V99 VALUE 0.
       77 LINE-TDS PIC 9(8)V99 VALUE 0.
       77 LINE-NET PIC 9(8)V99 VALUE 0.
       77 EMP-LINES  PIC 9(3) VALUE 0.
       77 EMP-AMOUNT PIC 9(9)V99 VALUE 0.
       77 EMP-TDS    PIC 9(9)V99 VALUE 0.
       77 EMP-NET    PIC 9(9)V99 VALUE 0.
       77 PAID-EMPS  PIC 9(5) VALUE 0.
       77 PAID-LINES PIC 9(5) VALUE 0.
       77 TOT-AMOUNT PIC 9(10)V99 VALUE 0.
       77 TOT-TDS    PIC 9(10)V99 VALUE 0.
       77 TOT-NET    PIC 9(10)V99 VALUE 0.
       77 EXCEPT-COUNT PIC 9(5) VALUE 0.
       77 ADV-COUNT    PIC 9(6) VALUE 0.
       77 ADV-TOTAL    PIC 9(12) VALUE 0.
       01 SLAB-TABLE.
           05 SLAB-ENTRY OCCURS 20 TIMES.
               10 TSLLOWER PIC 9(8)V99.
               10 TSLUPPER PIC 9(8)V99.
               10 TSLRATE  PIC 99V99.
       77 SLAB-COUNT PIC 99 VALUE 0.
       77 SLAB-SUB   PIC 99 VALUE 0.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.

       01 ADV-TRAILER-REC.
           02 FILLER      PIC X(6)  VALUE "TOTAL".
           02 TRL-COUNT   PIC 9(6).
           02 FILLER      PIC X(10) VALUE SPACES.
           02 TRL-AMOUNT  PIC 9(12).
           02 FILLER      PIC X(13) VALUE SPACES.

       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40)
              VALUE "SUPPLEMENTARY PAYROLL REGISTER".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
       01 RUN-LINE.
           02 FILLER     PIC X(2)   VALUE SPACES.
           02 FILLER     PIC X(11)  VALUE "PAY PERIOD ".
           02 RNL-PERIOD PIC X(6).
           02 FILLER     PIC X(21)  VALUE "  SUPPLEMENTARY RUN ".
           02 RNL-RUNNO  PIC 99.
           02 FILLER     PIC X(13)  VALUE "  BANK FILE ".
           02 RNL-FILE   PIC X(20).
           02 FILLER     PIC X(57)  VALUE SPACES.
       01 DETAIL-LINE.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 DTL-EMPID  PIC X(6).
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 DTL-NAME   PIC X(25).
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 DTL-TYPE   PIC X(6).
           02 FILLER     PIC X(5)  VALUE " TAX ".
           02 DTL-TAXABLE PIC X(1).
           02 FILLER     PIC X(8)  VALUE " AMOUNT ".
           02 DTL-AMOUNT PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(5)  VALUE " TDS ".
           02 DTL-TDS    PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(5)  VALUE " NET ".
           02 DTL-NET    PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 DTL-REMARK PIC X(20).
           02 FILLER     PIC X(13) VALUE SPACES.
       01 EMP-TOTAL-LINE.
           02 FILLER     PIC X(4)  VALUE SPACES.
           02 FILLER     PIC X(15) VALUE "EMPLOYEE TOTAL ".
           02 ETL-EMPID  PIC X(6).
           02 FILLER     PIC X(18) VALUE SPACES.
           02 FILLER     PIC X(8)  VALUE " AMOUNT ".
           02 ETL-AMOUNT PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(5)  VALUE " TDS ".
           02 ETL-TDS    PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(5)  VALUE " NET ".
           02 ETL-NET    PIC ZZZZZZZ9.99.
           02 FILLER     PIC X(9)  VALUE " ACCOUNT ".
           02 ETL-ACCNO  PIC X(16).
           02 FILLER     PIC X(13) VALUE SPACES.
       01 TOTAL-LINE.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 FILLER     PIC X(10) VALUE "EMPLOYEES ".
           02 TOT-EMPS-O PIC ZZZZ9.
           02 FILLER     PIC X(7)  VALUE " LINES ".
           02 TOT-LINES-O PIC ZZZZ9.
           02 FILLER     PIC X(8)  VALUE " AMOUNT ".
           02 TOT-AMOUNT-O PIC ZZZZZZZZZ9.99.
           02 FILLER     PIC X(5)  VALUE " TDS ".
           02 TOT-TDS-O  PIC ZZZZZZZZZ9.99.
           02 FILLER     PIC X(5)  VALUE " NET ".
           02 TOT-NET-O  PIC ZZZZZZZZZ9.99.
           02 FILLER     PIC X(46) VALUE SPACES.
       01 EXCEPT-LINE.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 FILLER     PIC X(14) VALUE "EXCEPTION EMP ".
           02 EXL-EMPID  PIC X(6).
           02 FILLER     PIC X(1)  VALUE SPACES.
           02 EXL-TEXT   PIC X(30).
           02 FILLER     PIC X(21) VALUE " - LINES LEFT PENDING".
           02 FILLER     PIC X(58) VALUE SPACES.
       01 RPT-TEXT-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 RPT-TEXT PIC X(130).
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE RPT-RUN-DATE TO RUN-DATE-DIGITS.
           STRING RUN-DATE-DIGITS(1:4) "-" RUN-DATE-DIGITS(5:2) "-"
               RUN-DATE-DIGITS(7:2) DELIMITED BY SIZE INTO RUN-DATE.
           MOVE "R" TO CTL-FUNC.
           MOVE SPACES TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY NOT = "OK"
              DISPLAY "PAY CONTROL RECORD NOT AVAILABLE - RUN REFUSED"
              EXIT PROGRAM.
           PERFORM FY-BOUNDS-PARA.
           OPEN INPUT TAXSLABFILE.
           IF FSTX NOT = "00"
              DISPLAY "NO TAX SLAB MASTER ON FILE - RUN REFUSED"
              EXIT PROGRAM.
           PERFORM LOAD-SLABS-PARA.
           CLOSE TAXSLABFILE.
           IF SLAB-COUNT = 0
              DISPLAY "NO TAX SLABS FOR YEAR " FY-START
                " - RUN REFUSED"
              EXIT PROGRAM.
           OPEN I-O SUPPLINEFILE.
           IF FSSL NOT = "00"
              DISPLAY "NO SUPPLEMENTARY PAYMENT LINES ON FILE"
              EXIT PROGRAM.
           PERFORM COUNT-READ-PARA THRU COUNT-READ-EXIT UNTIL LINE-EOF.
           IF PEND-COUNT = 0
              CLOSE SUPPLINEFILE
              DISPLAY "NO SUPPLEMENTARY PAYMENT LINES PENDING"
              EXIT PROGRAM.
           OPEN INPUT BANKFILE.
           IF FSBK NOT = "00"
              CLOSE SUPPLINEFILE
              DISPLAY "NO BANK DETAILS ON FILE - RUN REFUSED"
              EXIT PROGRAM.
           OPEN I-O SUPPHISTFILE.
           IF FSSH = 30 OR FSSH = 35
              OPEN OUTPUT SUPPHISTFILE
              CLOSE SUPPHISTFILE
              OPEN I-O SUPPHISTFILE.
           PERFORM RUN-NO-READ-PARA THRU RUN-NO-READ-EXIT UNTIL SH-EOF.
           COMPUTE RUN-NO = LAST-RUN-NO + 1.
           DISPLAY " ".
           DISPLAY "SUPPLEMENTARY PAYROLL RUN".
           DISPLAY "PAY PERIOD " CTL-PERIOD " RUN " RUN-NO
             " LINES " PEND-COUNT " AMOUNT " PEND-TOTAL.
           DISPLAY "CONFIRM SUPPLEMENTARY RUN (Y/N) :"
             AT COLUMN NUMBER 1.
           ACCEPT CONFIRM-SW AT COLUMN NUMBER 36.
           IF CONFIRM-SW NOT = "Y"
              CLOSE SUPPLINEFILE
              CLOSE SUPPHISTFILE
              CLOSE BANKFILE
              DISPLAY "SUPPLEMENTARY RUN ABANDONED"
              EXIT PROGRAM.
           OPEN INPUT EMPFILE.
           OPEN INPUT PAYMENTFILE.
           IF FSP = "00"
              MOVE 'Y' TO PAYFILE-SW
           ELSE
              MOVE 'N' TO PAYFILE-SW.
           OPEN INPUT PAYHISTFILE.
           IF FSH = "00"
              MOVE 'Y' TO HISTFILE-SW
           ELSE
              MOVE 'N' TO HISTFILE-SW.
           MOVE SPACES TO ADVICE-NAME.
           STRING "SUPADV" CTL-PERIOD "R" RUN-NO ".TXT"
               DELIMITED BY SIZE INTO ADVICE-NAME.
           OPEN OUTPUT BANKADVFILE.
           OPEN OUTPUT PRINTFILE.
           MOVE CTL-PERIOD TO RNL-PERIOD.
           MOVE RUN-NO TO RNL-RUNNO.
           MOVE ADVICE-NAME TO RNL-FILE.
           MOVE RUN-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE 'N' TO LINE-EOF-SW.
           MOVE LOW-VALUES TO SLKEY.
           START SUPPLINEFILE KEY IS NOT LESS THAN SLKEY
               INVALID KEY SET LINE-EOF TO TRUE.
           PERFORM PAY-READ-PARA THRU PAY-READ-EXIT UNTIL LINE-EOF.
           PERFORM EMP-END-PARA.
           MOVE ADV-COUNT TO TRL-COUNT.
           MOVE ADV-TOTAL TO TRL-AMOUNT.
           WRITE BANKADVREC FROM ADV-TRAILER-REC.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE PAID-EMPS TO TOT-EMPS-O.
           MOVE PAID-LINES TO TOT-LINES-O.
           MOVE TOT-AMOUNT TO TOT-AMOUNT-O.
           MOVE TOT-TDS TO TOT-TDS-O.
           MOVE TOT-NET TO TOT-NET-O.
           MOVE TOTAL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "END OF SUPPLEMENTARY PAYROLL REGISTER" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           CLOSE SUPPLINEFILE.
           CLOSE SUPPHISTFILE.
           CLOSE EMPFILE.
           CLOSE BANKFILE.
           IF PAYFILE-OPEN
              CLOSE PAYMENTFILE.
           IF HISTFILE-OPEN
              CLOSE PAYHISTFILE.
           CLOSE BANKADVFILE.
           CLOSE PRINTFILE.
           DISPLAY " ".
           DISPLAY "EMPLOYEES PAID    :" PAID-EMPS.
           DISPLAY "LINES PAID        :" PAID-LINES.
           DISPLAY "TDS DEDUCTED      :" TOT-TDS.
           DISPLAY "NET DISBURSED     :" TOT-NET.
           DISPLAY "EXCEPTIONS        :" EXCEPT-COUNT.
           DISPLAY "BANK FILE " ADVICE-NAME
             " RECORDS " ADV-COUNT " AMOUNT " ADV-TOTAL.
           DISPLAY "REGISTER WRITTEN TO SUPPREG.PRT".
           DISPLAY "END OF SUPPLEMENTARY PAYROLL RUN".
           EXIT PROGRAM.

       FY-BOUNDS-PARA.
           MOVE CTL-PERIOD(5:2) TO CURR-MM.
           MOVE CTL-PERIOD(1:4) TO CURR-YY.
           IF CURR-MM > 3
              MOVE CURR-YY TO FY-START
              COMPUTE CURR-IDX = CURR-MM - 3
           ELSE
              COMPUTE FY-START = CURR-YY - 1
              COMPUTE CURR-IDX = CURR-MM + 9.
           COMPUTE FY-NEXT = FY-START + 1.
           COMPUTE REMAIN-MONTHS = 13 - CURR-IDX.
           MOVE FY-START TO FY-FIRST-PERIOD(1:4).
           MOVE "04" TO FY-FIRST-PERIOD(5:2).
           MOVE FY-NEXT TO FY-LAST-PERIOD(1:4).
           MOVE "03" TO FY-LAST-PERIOD(5:2).

       LOAD-SLABS-PARA.
           MOVE FY-START TO TXFYEAR.
           MOVE 0 TO TXSLABNO.
           START TAXSLABFILE KEY IS NOT LESS THAN TXKEY
               INVALID KEY SET SLAB-EOF TO TRUE.
           IF NOT SLAB-EOF
              PERFORM LOAD-SLAB-READ-PARA
                 THRU LOAD-SLAB-READ-EXIT UNTIL SLAB-EOF.

       LOAD-SLAB-READ-PARA.
           READ TAXSLABFILE NEXT RECORD AT END SET SLAB-EOF TO TRUE
               GO TO LOAD-SLAB-READ-EXIT.
           IF TXFYEAR NOT = FY-FIRST-PERIOD(1:4)
              SET SLAB-EOF TO TRUE
              GO TO LOAD-SLAB-READ-EXIT.
           IF SLAB-COUNT < 20
              ADD 1 TO SLAB-COUNT
              MOVE TXLOWER TO TSLLOWER(SLAB-COUNT)
              MOVE TXUPPER TO TSLUPPER(SLAB-COUNT)
              MOVE TXRATE TO TSLRATE(SLAB-COUNT)
              MOVE TXSTDEX TO STD-EXEMPT.
       LOAD-SLAB-READ-EXIT.
           EXIT.

       COUNT-READ-PARA.
           READ SUPPLINEFILE NEXT RECORD AT END SET LINE-EOF TO TRUE
               GO TO COUNT-READ-EXIT.
           ADD 1 TO PEND-COUNT.
           ADD SLAMOUNT TO PEND-TOTAL.
       COUNT-READ-EXIT.
           EXIT.

       RUN-NO-READ-PARA.
           READ SUPPHISTFILE NEXT RECORD AT END SET SH-EOF TO TRUE
               GO TO RUN-NO-READ-EXIT.
           IF SHPERIOD = CTL-PERIOD AND SHRUNNO > LAST-RUN-NO
              MOVE SHRUNNO TO LAST-RUN-NO.
       RUN-NO-READ-EXIT.
           EXIT.

       PAY-READ-PARA.
           READ SUPPLINEFILE NEXT RECORD AT END SET LINE-EOF TO TRUE
               GO TO PAY-READ-EXIT.
           IF SLEMPID NOT = HOLD-EMPID
              PERFORM EMP-END-PARA
              PERFORM EMP-START-PARA.
           IF NOT EMP-PAYABLE
              GO TO PAY-READ-EXIT.
           PERFORM LINE-TDS-PARA.
           COMPUTE LINE-NET = SLAMOUNT - LINE-TDS.
           MOVE SLEMPID TO SHEMPID.
           MOVE CTL-PERIOD TO SHPERIOD.
           MOVE RUN-NO TO SHRUNNO.
           MOVE SLTYPE TO SHTYPE.
           MOVE "S" TO SHRUNTYPE.
           MOVE SLAMOUNT TO SHAMOUNT.
           MOVE SLTAXABLE TO SHTAXABLE.
           MOVE LINE-TDS TO SHTDS.
           MOVE LINE-NET TO SHNET.
           MOVE RUN-DATE TO SHRUNDATE.
           MOVE SLREMARK TO SHREMARK.
           WRITE SUPPHISTREC
              INVALID KEY
                 DISPLAY "  EMP " SLEMPID " TYPE " SLTYPE
                   " - UNABLE TO WRITE PAY HISTORY"
                 GO TO PAY-READ-EXIT.
           DELETE SUPPLINEFILE RECORD
              INVALID KEY
                 DISPLAY "  EMP " SLEMPID " TYPE " SLTYPE
                   " - UNABLE TO REMOVE PAID LINE".
           MOVE SLEMPID TO DTL-EMPID.
           MOVE EEMPNAME TO DTL-NAME.
           MOVE SLTYPE TO DTL-TYPE.
           MOVE SLTAXABLE TO DTL-TAXABLE.
           MOVE SLAMOUNT TO DTL-AMOUNT.
           MOVE LINE-TDS TO DTL-TDS.
           MOVE LINE-NET TO DTL-NET.
           MOVE SLREMARK TO DTL-REMARK.
           MOVE DETAIL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           ADD 1 TO EMP-LINES.
           ADD SLAMOUNT TO EMP-AMOUNT.
           ADD LINE-TDS TO EMP-TDS.
           ADD LINE-NET TO EMP-NET.
           ADD 1 TO PAID-LINES.
           ADD SLAMOUNT TO TOT-AMOUNT.
           ADD LINE-TDS TO TOT-TDS.
           ADD LINE-NET TO TOT-NET.
       PAY-READ-EXIT.
           EXIT.

       EMP-START-PARA.
           MOVE SLEMPID TO HOLD-EMPID.
           MOVE 0 TO EMP-LINES EMP-AMOUNT EMP-TDS EMP-NET.
           MOVE 0 TO RUN-TAXABLE.
           MOVE 'Y' TO PAYABLE-SW.
           MOVE SLEMPID TO EEMPID.
           READ EMPFILE
              INVALID KEY
                 MOVE 'N' TO PAYABLE-SW
                 MOVE "NO EMPLOYEE MASTER ON FILE" TO EXCEPT-TEXT.
           IF EMP-PAYABLE
              MOVE SLEMPID TO BKEMPID
              READ BANKFILE
                 INVALID KEY
                    MOVE 'N' TO PAYABLE-SW
                    MOVE "NO BANK DETAILS ON FILE" TO EXCEPT-TEXT.
           IF EMP-PAYABLE
              PERFORM BASE-INCOME-PARA
           ELSE
              PERFORM EMP-EXCEPTION-PARA.

       EMP-EXCEPTION-PARA.
           DISPLAY "  EXCEPTION EMP " SLEMPID " " EXCEPT-TEXT.
           MOVE SLEMPID TO EXL-EMPID.
           MOVE EXCEPT-TEXT TO EXL-TEXT.
           MOVE EXCEPT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           ADD 1 TO EXCEPT-COUNT.

       EMP-END-PARA.
           IF EMP-LINES > 0
              PERFORM EMP-PAY-PARA.
           MOVE 0 TO EMP-LINES.

       EMP-PAY-PARA.
           MOVE HOLD-EMPID TO ADV-EMPID.
           MOVE BKACCNO TO ADV-ACCNO.
           MOVE BKIFSC TO ADV-IFSC.
           MOVE BKMODE TO ADV-MODE.
           COMPUTE ADV-AMOUNT = EMP-NET * 100.
           WRITE BANKADVREC.
           ADD 1 TO ADV-COUNT.
           ADD ADV-AMOUNT TO ADV-TOTAL.
           ADD 1 TO PAID-EMPS.
           MOVE HOLD-EMPID TO ETL-EMPID.
           MOVE EMP-AMOUNT TO ETL-AMOUNT.
           MOVE EMP-TDS TO ETL-TDS.
           MOVE EMP-NET TO ETL-NET.
           MOVE BKACCNO TO ETL-ACCNO.
           MOVE EMP-TOTAL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       BASE-INCOME-PARA.
           MOVE 0 TO HIST-GROSS CURR-GROSS SUPP-YTD.
           MOVE 'N' TO PAY-FOUND-SW.
           IF PAYFILE-OPEN
              MOVE SLEMPID TO PEMPID
              READ PAYMENTFILE
                 INVALID KEY MOVE 'N' TO PAY-FOUND-SW
                 NOT INVALID KEY MOVE 'Y' TO PAY-FOUND-SW.
           IF PAY-FOUND
              COMPUTE CURR-GROSS = PBASIC + PDA + PCCA + PHRA + PDPA
                  + PPPA + PEDUA + PTECHJR + PLUNCHA + PCONVEY
                  + PBUSATR + PLTA + PGRTY + PPERINC + PMEDI + PBOOK
                  + PENTER + PTPH + PHOUSE + PVEHMAN + PCREDIT + PCLUB.
           IF HISTFILE-OPEN
              PERFORM HIST-SCAN-PARA.
           PERFORM SUPP-SCAN-PARA.
           COMPUTE BASE-INCOME = HIST-GROSS
               + CURR-GROSS * REMAIN-MONTHS + SUPP-YTD.

       HIST-SCAN-PARA.
           MOVE 'N' TO HIST-EOF-SW.
           MOVE SLEMPID TO HEMPID.
           MOVE FY-FIRST-PERIOD TO HPAYPER.
           START PAYHISTFILE KEY IS NOT LESS THAN HKEY
               INVALID KEY SET HIST-EOF TO TRUE.
           PERFORM HIST-READ-PARA THRU HIST-READ-EXIT UNTIL HIST-EOF.

       HIST-READ-PARA.
           READ PAYHISTFILE NEXT RECORD AT END SET HIST-EOF TO TRUE
               GO TO HIST-READ-EXIT.
           IF HEMPID NOT = HOLD-EMPID
              SET HIST-EOF TO TRUE
              GO TO HIST-READ-EXIT.
           IF HPAYPER > FY-LAST-PERIOD
              SET HIST-EOF TO TRUE
              GO TO HIST-READ-EXIT.
           COMPUTE HIST-GROSS = HIST-GROSS + HBASIC + HDA + HCCA
               + HHRA + HDPA + HPPA + HEDUA + HTECHJR + HLUNCHA
               + HCONVEY + HBUSATR + HLTA + HGRTY + HPERINC + HMEDI
               + HBOOK + HENTER + HTPH + HHOUSE + HVEHMAN + HCREDIT
               + HCLUB.
       HIST-READ-EXIT.
           EXIT.

       SUPP-SCAN-PARA.
           MOVE 'N' TO SH-EOF-SW.
           MOVE SLEMPID TO SHEMPID.
           MOVE FY-FIRST-PERIOD TO SHPERIOD.
           MOVE 0 TO SHRUNNO.
           MOVE LOW-VALUES TO SHTYPE.
           START SUPPHISTFILE KEY IS NOT LESS THAN SHKEY
               INVALID KEY SET SH-EOF TO TRUE.
           PERFORM SUPP-READ-PARA THRU SUPP-READ-EXIT UNTIL SH-EOF.

       SUPP-READ-PARA.
           READ SUPPHISTFILE NEXT RECORD AT END SET SH-EOF TO TRUE
               GO TO SUPP-READ-EXIT.
           IF SHEMPID NOT = HOLD-EMPID
              SET SH-EOF TO TRUE
              GO TO SUPP-READ-EXIT.
           IF SHPERIOD > FY-LAST-PERIOD
              SET SH-EOF TO TRUE
              GO TO SUPP-READ-EXIT.
           IF SHTAXABLE = "Y"
              ADD SHAMOUNT TO SUPP-YTD.
       SUPP-READ-EXIT.
           EXIT.

       LINE-TDS-PARA.
           MOVE 0 TO LINE-TDS.
           IF SLTAXABLE = "Y"
              COMPUTE INCOME-AMT = BASE-INCOME + RUN-TAXABLE
              PERFORM CALC-TAX-PARA
              MOVE ANNUAL-TAX TO TAX-BEFORE
              ADD SLAMOUNT TO INCOME-AMT
              PERFORM CALC-TAX-PARA
              COMPUTE LINE-TDS ROUNDED = ANNUAL-TAX - TAX-BEFORE
              ADD SLAMOUNT TO RUN-TAXABLE.

       CALC-TAX-PARA.
           IF INCOME-AMT > STD-EXEMPT
              COMPUTE TAXABLE-INCOME = INCOME-AMT - STD-EXEMPT
           ELSE
              MOVE 0 TO TAXABLE-INCOME.
           MOVE 0 TO ANNUAL-TAX.
           MOVE 1 TO SLAB-SUB.
           PERFORM CALC-SLAB-PARA UNTIL SLAB-SUB > SLAB-COUNT.

       CALC-SLAB-PARA.
           IF TAXABLE-INCOME > TSLLOWER(SLAB-SUB)
              PERFORM CALC-PORTION-PARA.
           ADD 1 TO SLAB-SUB.

       CALC-PORTION-PARA.
           MOVE TAXABLE-INCOME TO SLAB-PORTION.
           IF TSLUPPER(SLAB-SUB) > 0
              AND SLAB-PORTION > TSLUPPER(SLAB-SUB)
              MOVE TSLUPPER(SLAB-SUB) TO SLAB-PORTION.
           SUBTRACT TSLLOWER(SLAB-SUB) FROM SLAB-PORTION.
           COMPUTE ANNUAL-TAX = ANNUAL-TAX
               + SLAB-PORTION * TSLRATE(SLAB-SUB) / 100.

       PRINT-HEADING-PARA.
           ADD 1 TO PAGE-COUNT.
           MOVE RPT-RUN-DATE TO HDG-DATE.
           MOVE PAGE-COUNT TO HDG-PAGE.
           WRITE PRINT-REC FROM HDG-LINE-1.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 2 TO LINE-COUNT.

       PRINT-LINE-PARA.
           IF LINE-COUNT > PAGE-LIMIT
              PERFORM PRINT-HEADING-PARA.
           WRITE PRINT-REC FROM RPT-LINE.
           ADD 1 TO LINE-COUNT.
           END PROGRAM SUPPRUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDCHGFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PCKEY
           FILE STATUS IS FSPC.

           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD PENDCHGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PENDCHG.DAT".
       01 PENDCHGREC.
           02 PCKEY.
               03 PCFILE   PIC X(1).
               03 PCEMPID  PIC X(6).
               03 PCSEQ    PIC 9(3).
           02 PCACTION  PIC X(3).
           02 PCSTATUS  PIC X(1).
           02 PCMAKER   PIC X(8).
           02 PCMKDATE  PIC X(10).
           02 PCCHECKER PIC X(8).
           02 PCCKDATE  PIC X(10).
           02 PCREASON  PIC X(30).
           02 PCBEFORE  PIC X(254).
           02 PCAFTER   PIC X(254).

       FD EMPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "EMP.DAT".
       01 EMPREC.
           02 EEMPID    PIC X(6).
           02 EEMPNAME  PIC X(25).
           02 EEMPADDR  PIC X(30).
           02 EPHONE    PIC X(10).
           02 EDOJ      PIC X(10).
           02 EDIP      PIC X(10).
           02 EUG       PIC X(4).
           02 EPG       PIC X(4).
           02 EPROFQ    PIC X(4).
           02 ESKILL    PIC X(10).
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PENDRPT.PRT".
       01 PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       77 FSPC  PIC XX.
       77 FSE   PIC XX.
       77 FSPRT PIC XX.
       77 RPT-RUN-DATE PIC 9(8).
       77 RUN-DATE-DIGITS PIC X(8).
       77 PAGE-COUNT PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 99 VALUE 99.
       77 PAGE-LIMIT PIC 99 VALUE 60.
       77 PEND-EOF-SW PIC X VALUE 'N'.
           88 PEND-EOF VALUE 'Y'.
       77 PENDFILE-SW PIC X VALUE 'N'.
           88 PENDFILE-OPEN VALUE 'Y'.
       77 EMPFILE-SW PIC X VALUE 'N'.
           88 EMPFILE-OPEN VALUE 'Y'.
       77 TODAY-SERIAL PIC 9(8) VALUE 0.
       77 DAYS-WAITING PIC S9(5) VALUE 0.
       77 OLDEST-DAYS  PIC S9(5) VALUE 0.
       77 CNT-PENDING  PIC 9(5) VALUE 0.
       77 CNT-APPROVED PIC 9(5) VALUE 0.
       77 CNT-BANK     PIC 9(5) VALUE 0.
       77 DS-YYYY  PIC 9(4) VALUE 0.
       77 DS-MM    PIC 99 VALUE 0.
       77 DS-DD    PIC 99 VALUE 0.
       77 DS-YEARS PIC 9(4) VALUE 0.
       77 DS-Q4    PIC 9(6) VALUE 0.
       77 DS-Q100  PIC 9(6) VALUE 0.
       77 DS-Q400  PIC 9(6) VALUE 0.
       77 DS-REM   PIC 9(4) VALUE 0.
       77 DS-SERIAL PIC 9(8) VALUE 0.
       77 LEAP-SW PIC X VALUE 'N'.
           88 IS-LEAP VALUE 'Y'.
       01 MONTH-OFFSET-VALUES.
           02 FILLER PIC X(18) VALUE "000031059090120151".
           02 FILLER PIC X(18) VALUE "181212243273304334".
       01 MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-VALUES.
           05 MONTH-OFFSET OCCURS 12 TIMES PIC 999.

       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40)
              VALUE "CHANGES AWAITING APPROVAL".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
       01 COLUMN-LINE.
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(9)  VALUE "FILE".
           02 FILLER PIC X(7)  VALUE "EMP".
           02 FILLER PIC X(26) VALUE "NAME".
           02 FILLER PIC X(4)  VALUE "ACT".
           02 FILLER PIC X(9)  VALUE "MAKER".
           02 FILLER PIC X(11) VALUE "ENTERED".
           02 FILLER PIC X(6)  VALUE " DAYS".
           02 FILLER PIC X(21) VALUE "STATUS".
           02 FILLER PIC X(37) VALUE "APPROVED BY".
       01 DETAIL-LINE.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 DTL-FILE    PIC X(8).
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 DTL-EMPID   PIC X(6).
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 DTL-NAME    PIC X(25).
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 DTL-ACTION  PIC X(3).
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 DTL-MAKER   PIC X(8).
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 DTL-MKDATE  PIC X(10).
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 DTL-DAYS    PIC ZZZZ9.
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 DTL-STATUS  PIC X(20).
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 DTL-CHECKER PIC X(8).
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 DTL-CKDATE  PIC X(10).
           02 FILLER      PIC X(18) VALUE SPACES.
       01 TOTAL-LINE.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 FILLER      PIC X(9)  VALUE "PENDING ".
           02 TOT-PENDING-O  PIC ZZZZ9.
           02 FILLER      PIC X(22) VALUE " APPROVED NOT APPLIED ".
           02 TOT-APPROVED-O PIC ZZZZ9.
           02 FILLER      PIC X(15) VALUE " BANK CHANGES ".
           02 TOT-BANK-O  PIC ZZZZ9.
           02 FILLER      PIC X(20) VALUE " OLDEST WAITING DAYS".
           02 TOT-OLDEST-O PIC ZZZZ9.
           02 FILLER      PIC X(44) VALUE SPACES.
       01 RPT-TEXT-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 RPT-TEXT PIC X(130).

       LINKAGE SECTION.
       77 PR-MODE-LK   PIC X(1).
       77 PR-PERIOD-LK PIC X(6).

       PROCEDURE DIVISION USING PR-MODE-LK PR-PERIOD-LK.
       MAIN-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE RPT-RUN-DATE TO RUN-DATE-DIGITS.
           MOVE RUN-DATE-DIGITS(1:4) TO DS-YYYY.
           MOVE RUN-DATE-DIGITS(5:2) TO DS-MM.
           MOVE RUN-DATE-DIGITS(7:2) TO DS-DD.
           PERFORM DATE-SERIAL-PARA.
           MOVE DS-SERIAL TO TODAY-SERIAL.
           OPEN OUTPUT PRINTFILE.
           MOVE COLUMN-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           OPEN INPUT PENDCHGFILE.
           IF FSPC = "00"
              MOVE 'Y' TO PENDFILE-SW
           ELSE
              MOVE 'N' TO PENDFILE-SW
              SET PEND-EOF TO TRUE.
           OPEN INPUT EMPFILE.
           IF FSE = "00"
              MOVE 'Y' TO EMPFILE-SW
           ELSE
              MOVE 'N' TO EMPFILE-SW.
           PERFORM PEND-READ-PARA UNTIL PEND-EOF.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE CNT-PENDING TO TOT-PENDING-O.
           MOVE CNT-APPROVED TO TOT-APPROVED-O.
           MOVE CNT-BANK TO TOT-BANK-O.
           MOVE OLDEST-DAYS TO TOT-OLDEST-O.
           MOVE TOTAL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           IF CNT-BANK > 0
              MOVE "BANKEXP WILL BE REFUSED UNTIL THE BANK CHANGES ARE"
                TO RPT-TEXT
              MOVE RPT-TEXT-LINE TO RPT-LINE
              PERFORM PRINT-LINE-PARA
              MOVE "APPLIED OR REJECTED" TO RPT-TEXT
              MOVE RPT-TEXT-LINE TO RPT-LINE
              PERFORM PRINT-LINE-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "END OF CHANGES AWAITING APPROVAL" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           IF PENDFILE-OPEN
              CLOSE PENDCHGFILE.
           IF EMPFILE-OPEN
              CLOSE EMPFILE.
           CLOSE PRINTFILE.
           IF PR-MODE-LK NOT = "B"
              DISPLAY "REPORT WRITTEN TO PENDRPT.PRT"
                AT COLUMN NUMBER 1.
           EXIT PROGRAM.

       PEND-READ-PARA.
           READ PENDCHGFILE AT END SET PEND-EOF TO TRUE.
           IF NOT PEND-EOF
              IF PCSTATUS = "P" OR PCSTATUS = "A"
                 PERFORM PEND-PRINT-PARA.

       PEND-PRINT-PARA.
           MOVE SPACES TO DETAIL-LINE.
           IF PCFILE = "B"
              MOVE "BANK" TO DTL-FILE
              ADD 1 TO CNT-BANK
           ELSE
              MOVE "PAYMENT" TO DTL-FILE.
           MOVE PCEMPID TO DTL-EMPID.
           MOVE "NAME NOT ON FILE" TO DTL-NAME.
           IF EMPFILE-OPEN
              MOVE PCEMPID TO EEMPID
              READ EMPFILE
                 NOT INVALID KEY MOVE EEMPNAME TO DTL-NAME.
           MOVE PCACTION TO DTL-ACTION.
           MOVE PCMAKER TO DTL-MAKER.
           MOVE PCMKDATE TO DTL-MKDATE.
           MOVE 0 TO DAYS-WAITING.
           IF PCMKDATE(1:4) NUMERIC AND PCMKDATE(6:2) NUMERIC
              AND PCMKDATE(9:2) NUMERIC
              MOVE PCMKDATE(1:4) TO DS-YYYY
              MOVE PCMKDATE(6:2) TO DS-MM
              MOVE PCMKDATE(9:2) TO DS-DD
              PERFORM DATE-SERIAL-PARA
              COMPUTE DAYS-WAITING = TODAY-SERIAL - DS-SERIAL.
           IF DAYS-WAITING < 0
              MOVE 0 TO DAYS-WAITING.
           IF DAYS-WAITING > OLDEST-DAYS
              MOVE DAYS-WAITING TO OLDEST-DAYS.
           MOVE DAYS-WAITING TO DTL-DAYS.
           IF PCSTATUS = "A"
              MOVE "APPROVED NOT APPLIED" TO DTL-STATUS
              MOVE PCCHECKER TO DTL-CHECKER
              MOVE PCCKDATE TO DTL-CKDATE
              ADD 1 TO CNT-APPROVED
           ELSE
              MOVE "PENDING" TO DTL-STATUS
              ADD 1 TO CNT-PENDING.
           MOVE DETAIL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       DATE-SERIAL-PARA.
           COMPUTE DS-YEARS = DS-YYYY - 1.
           DIVIDE DS-YEARS BY 4 GIVING DS-Q4.
           DIVIDE DS-YEARS BY 100 GIVING DS-Q100.
           DIVIDE DS-YEARS BY 400 GIVING DS-Q400.
           COMPUTE DS-SERIAL = DS-YEARS * 365 + DS-Q4 - DS-Q100
               + DS-Q400.
           IF DS-MM > 0 AND DS-MM < 13
              ADD MONTH-OFFSET(DS-MM) TO DS-SERIAL.
           ADD DS-DD TO DS-SERIAL.
           IF DS-MM > 2
              PERFORM LEAP-CHECK-PARA
              IF IS-LEAP
                 ADD 1 TO DS-SERIAL.

       LEAP-CHECK-PARA.
           MOVE 'N' TO LEAP-SW.
           DIVIDE DS-YYYY BY 4 GIVING DS-Q4 REMAINDER DS-REM.
           IF DS-REM = 0
              MOVE 'Y' TO LEAP-SW.
           DIVIDE DS-YYYY BY 100 GIVING DS-Q100 REMAINDER DS-REM.
           IF DS-REM = 0
              MOVE 'N' TO LEAP-SW
              DIVIDE DS-YYYY BY 400 GIVING DS-Q400
                  REMAINDER DS-REM
              IF DS-REM = 0
                 MOVE 'Y' TO LEAP-SW.

       PRINT-HEADING-PARA.
           ADD 1 TO PAGE-COUNT.
              PERFORM PRINT-HEADING-PARA.
           WRITE PRINT-REC FROM RPT-LINE.
           ADD 1 TO LINE-COUNT.
           END PROGRAM PENDRPT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFCNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDTRFFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OTTRFID
           FILE STATUS IS FSOT.

           SELECT TRANSFERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TTRFID
           FILE STATUS IS FST.

       DATA DIVISION.
       FILE SECTION.
       FD OLDTRFFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TRANSFER.DAT".
       01 OLDTRFREC.
           02 OTTRFID  PIC X(6).
           02 FILLER   PIC X(22).

       FD TRANSFERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TRANSFER.DAT".
       01 TRANSFERREC.
           02 TTRFID   PIC X(6).
           02 TEMPID   PIC X(6).
           02 TOBRID   PIC X(6).
           02 TTRFDT   PIC X(10).
           02 TFRBRID  PIC X(6).

       WORKING-STORAGE SECTION.
       77 FSOT PIC XX.
       77 FST  PIC XX.
       77 CONFIRM-SW PIC X VALUE 'N'.
       77 TABLE-FULL-SW PIC X VALUE 'N'.
           88 TABLE-FULL VALUE 'Y'.
       77 OLD-EOF-SW PIC X VALUE 'N'.
           88 OLD-EOF VALUE 'Y'.
       77 OLD-COUNT PIC 9(4) VALUE 0.
       77 OLD-SUB   PIC 9(4) VALUE 0.
       77 SCAN-SUB  PIC 9(4) VALUE 0.
       77 PRIOR-SUB PIC 9(4) VALUE 0.
       77 WRITTEN-COUNT PIC 9(4) VALUE 0.
       77 UNKNOWN-COUNT PIC 9(4) VALUE 0.
       01 OLD-TRF-TABLE.
           05 OLD-TRF-REC OCCURS 5000 TIMES.
               10 OT-TRFID  PIC X(6).
               10 OT-EMPID  PIC X(6).
               10 OT-TOBRID PIC X(6).
               10 OT-TRFDT  PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "TRANSFER FILE LAYOUT CONVERSION"
             AT COLUMN NUMBER 1.
           DISPLAY "REWRITES TRANSFER.DAT FROM THE OLD 28-BYTE"
             AT COLUMN NUMBER 1.
           DISPLAY "LAYOUT TO THE LAYOUT WITH THE FROM BRANCH CODE"
             AT COLUMN NUMBER 1.
           DISPLAY "TAKEN FROM THE EMPLOYEE'S PREVIOUS TRANSFER"
             AT COLUMN NUMBER 1.
           DISPLAY "- RUN ONCE ONLY ON AN OLD FILE"
             AT COLUMN NUMBER 1.
           DISPLAY "CONFIRM CONVERSION (Y/N) :" AT COLUMN NUMBER 1.
           ACCEPT CONFIRM-SW AT COLUMN NUMBER 30.
           IF CONFIRM-SW NOT = "Y"
              DISPLAY "CONVERSION ABANDONED" AT COLUMN NUMBER 1
              EXIT PROGRAM.
           OPEN INPUT OLDTRFFILE.
           IF FSOT NOT = "00"
              DISPLAY "NO TRANSFER FILE ON FILE - NOTHING TO CONVERT"
                AT COLUMN NUMBER 1
              EXIT PROGRAM.
           PERFORM OLD-READ-PARA UNTIL OLD-EOF.
           CLOSE OLDTRFFILE.
           IF TABLE-FULL
              DISPLAY "TRANSFER TABLE FULL - CONVERSION ABANDONED"
                AT COLUMN NUMBER 1
              DISPLAY "TRANSFER.DAT NOT CHANGED" AT COLUMN NUMBER 1
              EXIT PROGRAM.
           IF OLD-COUNT = 0
              DISPLAY "NO TRANSFER RECORDS ON FILE - NOTHING TO CONVERT"
                AT COLUMN NUMBER 1
              EXIT PROGRAM.
           OPEN OUTPUT TRANSFERFILE.
           MOVE 1 TO OLD-SUB.
           PERFORM NEW-WRITE-PARA UNTIL OLD-SUB > OLD-COUNT.
           CLOSE TRANSFERFILE.
           DISPLAY "TRANSFER RECORDS CONVERTED :" WRITTEN-COUNT
             AT COLUMN NUMBER 1.
           DISPLAY "FIRST TRANSFERS WITH NO FROM BRANCH :" UNKNOWN-COUNT
             AT COLUMN NUMBER 1.
           IF UNKNOWN-COUNT > 0
              DISPLAY "ENTER THEIR FROM BRANCH THROUGH CORRECT TRANSFER"
                AT COLUMN NUMBER 1.
           DISPLAY "END OF TRANSFER FILE CONVERSION" AT COLUMN NUMBER 1.
           EXIT PROGRAM.

       OLD-READ-PARA.
           READ OLDTRFFILE AT END SET OLD-EOF TO TRUE.
           IF NOT OLD-EOF
              IF OLD-COUNT < 5000
                 ADD 1 TO OLD-COUNT
                 MOVE OLDTRFREC TO OLD-TRF-REC(OLD-COUNT)
              ELSE
                 MOVE 'Y' TO TABLE-FULL-SW
                 SET OLD-EOF TO TRUE.

       NEW-WRITE-PARA.
           MOVE OLD-TRF-REC(OLD-SUB) TO TRANSFERREC.
           MOVE SPACES TO TFRBRID.
           MOVE 0 TO PRIOR-SUB.
           MOVE 1 TO SCAN-SUB.
           PERFORM PRIOR-SCAN-PARA UNTIL SCAN-SUB > OLD-COUNT.
           IF PRIOR-SUB > 0
              MOVE OT-TOBRID(PRIOR-SUB) TO TFRBRID
           ELSE
              ADD 1 TO UNKNOWN-COUNT.
           WRITE TRANSFERREC
              INVALID KEY
                 DISPLAY "DUPLICATE TRANSFER " TTRFID " NOT CONVERTED"
                   AT COLUMN NUMBER 1
              NOT INVALID KEY
                 ADD 1 TO WRITTEN-COUNT.
           ADD 1 TO OLD-SUB.

       PRIOR-SCAN-PARA.
           IF OT-EMPID(SCAN-SUB) = TEMPID AND SCAN-SUB NOT = OLD-SUB
              IF OT-TRFDT(SCAN-SUB) < TTRFDT
                 OR OT-TRFDT(SCAN-SUB) = TTRFDT
                    AND OT-TRFID(SCAN-SUB) < TTRFID
                 PERFORM PRIOR-KEEP-PARA.
           ADD 1 TO SCAN-SUB.

       PRIOR-KEEP-PARA.
           IF PRIOR-SUB = 0
              MOVE SCAN-SUB TO PRIOR-SUB
           ELSE
              IF OT-TRFDT(SCAN-SUB) > OT-TRFDT(PRIOR-SUB)
                 OR OT-TRFDT(SCAN-SUB) = OT-TRFDT(PRIOR-SUB)
                    AND OT-TRFID(SCAN-SUB) > OT-TRFID(PRIOR-SUB)
                 MOVE SCAN-SUB TO PRIOR-SUB.
           END PROGRAM TRFCNV.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMOVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EEMPID
           FILE STATUS IS FSE.

           SELECT SEPARATIONFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           RECORD KEY IS SEMPID
           FILE STATUS IS FSSEP.

           SELECT TRANSFERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TTRFID
           FILE STATUS IS FST.

           SELECT BRANCHFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BBRID
           FILE STATUS IS FSB.

           SELECT DESIGNATIONFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSDES.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPRT.

           SELECT WORK-FILE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           02 EGRDNO    PIC 99.
           02 EBRNID    PIC X(6).
           02 EDESID    PIC X(6).
           02 EDEPID    PIC X(6).

       FD SEPARATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SEPARATE.DAT".
       01 SEPARATIONREC.
           02 SEMPID   PIC X(6).
           02 SSEPDATE PIC X(10).
           02 SREASON  PIC X(20).
           02 SNOTICE  PIC X(1).

       FD TRANSFERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "TRANSFER.DAT".
       01 TRANSFERREC.
           02 TTRFID   PIC X(6).
           02 TEMPID   PIC X(6).
           02 TOBRID   PIC X(6).
           02 TTRFDT   PIC X(10).
           02 TFRBRID  PIC X(6).

       FD BRANCHFILE
           LABEL RECORDS ARE STANDARD
           02 BBRPH    PIC X(10).
           02 BEMAIL   PIC X(20).
           02 BMGRNAME PIC X(25).
           02 BSTATE   PIC X(2).

       FD DESIGNATIONFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DESIG.DAT".
       01 DESIGNATIONREC.
           02 DESID    PIC X(6).
           02 DESIGN   PIC X(15).
           02 DESHRT   PIC X(4).

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "HCMOVE.PRT".
       01 PRINT-REC PIC X(132).

       SD WORK-FILE.
       01 WORK-REC.
           02 WBRNID   PIC X(6).
           02 WDESID   PIC X(6).
           02 WEMPID   PIC X(6).
           02 WTYPE    PIC X(1).
           02 WREASON  PIC X(20).

       WORKING-STORAGE SECTION.
       77 FSE   PIC XX.
       77 FSSEP PIC XX.
       77 FST   PIC XX.
       77 FSB   PIC XX.
       77 FSDES PIC XX.
       77 FSPRT PIC XX.
       77 RPT-RUN-DATE PIC 9(8).
       77 RUN-DATE-DIGITS PIC X(8).
       77 PAGE-COUNT PIC 9(4) VALUE 0.
       77 LINE-COUNT PIC 99 VALUE 99.
       77 PAGE-LIMIT PIC 99 VALUE 60.
       77 FROM-PERIOD PIC X(6) VALUE SPACES.
       77 TO-PERIOD   PIC X(6) VALUE SPACES.
       77 FROM-START  PIC X(10) VALUE SPACES.
       77 TO-END      PIC X(10) VALUE SPACES.
       77 R12-START   PIC X(10) VALUE SPACES.
       77 PREV-YY PIC 9(4).
       77 PREV-MM PIC 99.
       77 FROM-YY PIC 9(4).
       77 FROM-MM PIC 99.
       77 TO-YY   PIC 9(4).
       77 TO-MM   PIC 99.
       77 MONTH-SPAN PIC 9(4) VALUE 0.
       77 EMP-EOF-SW PIC X VALUE 'N'.
           88 EMP-EOF VALUE 'Y'.
       77 TRF-EOF-SW PIC X VALUE 'N'.
           88 TRF-EOF VALUE 'Y'.
       77 DES-EOF-SW PIC X VALUE 'N'.
           88 DES-EOF VALUE 'Y'.
       77 SORT-EOF-SW PIC X VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.
       77 SEPFILE-SW PIC X VALUE 'N'.
           88 SEPFILE-OPEN VALUE 'Y'.
       77 BRFILE-SW PIC X VALUE 'N'.
           88 BRFILE-OPEN VALUE 'Y'.
       77 SEP-FOUND-SW PIC X VALUE 'N'.
           88 SEP-FOUND VALUE 'Y'.
       77 TRF-FULL-SW PIC X VALUE 'N'.
           88 TRF-FULL VALUE 'Y'.
       77 FIRST-BREAK-SW PIC X VALUE 'Y'.
       77 HOLD-BRNID   PIC X(6) VALUE SPACES.
       77 HOLD-DESID   PIC X(6) VALUE SPACES.
       77 HOLD-REASON  PIC X(20) VALUE SPACES.
       77 SEP-DATE     PIC X(10) VALUE SPACES.
       77 SEP-REASON   PIC X(20) VALUE SPACES.
       77 JOIN-BRNID   PIC X(6) VALUE SPACES.
       77 AT-DATE      PIC X(10) VALUE SPACES.
       77 AT-MODE      PIC X(1) VALUE SPACE.
       77 AT-BRNID     PIC X(6) VALUE SPACES.
       77 TRF-COUNT    PIC 9(4) VALUE 0.
       77 TRF-SUB      PIC 9(4) VALUE 0.
       77 FIRST-SUB    PIC 9(4) VALUE 0.
       77 LAST-SUB     PIC 9(4) VALUE 0.
       77 ET-COUNT     PIC 999 VALUE 0.
       77 ET-IDX       PIC 999 VALUE 0.
       77 DES-COUNT    PIC 999 VALUE 0.
       77 DES-SUB      PIC 999 VALUE 0.
       77 LVL-SUB      PIC 9 VALUE 0.
       77 LVL-NEXT     PIC 9 VALUE 0.
       77 RSN-LVL      PIC 9 VALUE 0.
       77 RSN-SUB      PIC 99 VALUE 0.
       77 RSN-HIT      PIC 99 VALUE 0.
       77 NET-MOVE     PIC S9(6) VALUE 0.
       77 EXPECT-CLOSE PIC S9(6) VALUE 0.
       77 AVG-HEAD     PIC 9(6)V9 VALUE 0.
       77 RATE-MONTHLY PIC 9(5)V99 VALUE 0.
       77 RATE-ROLLING PIC 9(5)V99 VALUE 0.
       77 EXC-COUNT    PIC 9(4) VALUE 0.
       77 CTL-FUNC   PIC X VALUE SPACE.
       77 CTL-JOB    PIC X(8) VALUE SPACES.
       77 CTL-PERIOD PIC X(6) VALUE SPACES.
       77 CTL-REPLY  PIC XX VALUE SPACES.

       01 TRF-TABLE.
           02 TRF-ENTRY OCCURS 5000 TIMES.
               03 TT-EMPID  PIC X(6).
               03 TT-DATE   PIC X(10).
               03 TT-FROM   PIC X(6).
               03 TT-TO     PIC X(6).

       01 EMP-TRF-TABLE.
           02 ET-SUB PIC 9(4) OCCURS 100 TIMES.

       01 DES-TABLE.
           02 DES-ENTRY OCCURS 200 TIMES.
               03 DT-DESID  PIC X(6).
               03 DT-DESIGN PIC X(15).

       01 LEVEL-TOTALS.
           02 LEVEL-TOTAL OCCURS 3 TIMES.
               03 LT-OPEN    PIC 9(5).
               03 LT-JOIN    PIC 9(5).
               03 LT-TIN     PIC 9(5).
               03 LT-TOUT    PIC 9(5).
               03 LT-SEP     PIC 9(5).
               03 LT-CLOSE   PIC 9(5).
               03 LT-R12OPEN PIC 9(5).
               03 LT-R12SEP  PIC 9(5).

       01 REASON-TABLES.
           02 REASON-LEVEL OCCURS 2 TIMES.
               03 RSN-COUNT PIC 99.
               03 RSN-ENTRY OCCURS 20 TIMES.
                   04 RSN-TEXT PIC X(20).
                   04 RSN-SEPS PIC 9(5).

       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40)
              VALUE "HEADCOUNT MOVEMENT AND ATTRITION".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
       01 PERIOD-LINE.
           02 FILLER       PIC X(2)  VALUE SPACES.
           02 FILLER       PIC X(7)  VALUE "PERIOD ".
           02 PRD-FROM     PIC X(6).
           02 FILLER       PIC X(4)  VALUE " TO ".
           02 PRD-TO       PIC X(6).
           02 FILLER       PIC X(3)  VALUE "  (".
           02 PRD-MONTHS   PIC ZZZ9.
           02 FILLER       PIC X(10) VALUE " MONTHS)  ".
           02 FILLER       PIC X(19) VALUE "ROLLING 12 MONTHS ".
           02 PRD-R12FROM  PIC X(10).
           02 FILLER       PIC X(4)  VALUE " TO ".
           02 PRD-R12TO    PIC X(10).
           02 FILLER       PIC X(47) VALUE SPACES.
       01 BRANCH-LINE.
           02 FILLER     PIC X(2)   VALUE SPACES.
           02 FILLER     PIC X(7)   VALUE "BRANCH ".
           02 BRH-BRNID  PIC X(6).
           02 FILLER     PIC X(1)   VALUE SPACES.
           02 BRH-BRNAME PIC X(15).
           02 FILLER     PIC X(101) VALUE SPACES.
       01 COLUMN-LINE.
           02 FILLER PIC X(4)  VALUE SPACES.
           02 FILLER PIC X(7)  VALUE "DESIG".
           02 FILLER PIC X(20) VALUE "NAME".
           02 FILLER PIC X(10) VALUE "   OPENING".
           02 FILLER PIC X(10) VALUE "    JOINED".
           02 FILLER PIC X(10) VALUE "    TRF IN".
           02 FILLER PIC X(10) VALUE "   TRF OUT".
           02 FILLER PIC X(10) VALUE " SEPARATED".
           02 FILLER PIC X(10) VALUE "   CLOSING".
           02 FILLER PIC X(10) VALUE " MONTHLY %".
           02 FILLER PIC X(10) VALUE " ROLL 12M%".
           02 FILLER PIC X(21) VALUE SPACES.
       01 DETAIL-LINE.
           02 FILLER      PIC X(4)  VALUE SPACES.
           02 DTL-CODE    PIC X(6).
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 DTL-NAME    PIC X(20).
           02 FILLER      PIC X(5)  VALUE SPACES.
           02 DTL-OPEN    PIC ZZZZ9.
           02 FILLER      PIC X(5)  VALUE SPACES.
           02 DTL-JOIN    PIC ZZZZ9.
           02 FILLER      PIC X(5)  VALUE SPACES.
           02 DTL-TIN     PIC ZZZZ9.
           02 FILLER      PIC X(5)  VALUE SPACES.
           02 DTL-TOUT    PIC ZZZZ9.
           02 FILLER      PIC X(5)  VALUE SPACES.
           02 DTL-SEP     PIC ZZZZ9.
           02 FILLER      PIC X(5)  VALUE SPACES.
           02 DTL-CLOSE   PIC ZZZZ9.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 DTL-MONTHLY PIC ZZZZ9.99.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 DTL-ROLLING PIC ZZZZ9.99.
           02 FILLER      PIC X(21) VALUE SPACES.
       01 EXCEPTION-LINE.
           02 FILLER      PIC X(4)  VALUE SPACES.
           02 FILLER      PIC X(14) VALUE "*** EXCEPTION ".
           02 EXC-LEVEL   PIC X(20).
           02 FILLER      PIC X(9)  VALUE " OPENING ".
           02 EXC-OPEN    PIC ZZZZ9.
           02 FILLER      PIC X(11) VALUE " MOVEMENTS ".
           02 EXC-MOVE    PIC -ZZZZ9.
           02 FILLER      PIC X(18) VALUE " EXPECTED CLOSING ".
           02 EXC-EXPECT  PIC -ZZZZ9.
           02 FILLER      PIC X(17) VALUE " COUNTED CLOSING ".
           02 EXC-CLOSE   PIC ZZZZ9.
           02 FILLER      PIC X(17) VALUE SPACES.
       01 REASON-LINE.
           02 FILLER      PIC X(8)  VALUE SPACES.
           02 RSL-TEXT    PIC X(20).
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 RSL-COUNT   PIC ZZZZ9.
           02 FILLER      PIC X(97) VALUE SPACES.
       01 RPT-TEXT-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 RPT-TEXT PIC X(130).

       LINKAGE SECTION.
       77 HM-MODE-LK   PIC X(1).
       77 HM-PERIOD-LK PIC X(6).

       PROCEDURE DIVISION USING HM-MODE-LK HM-PERIOD-LK.
       MAIN-PARA.
           ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE RPT-RUN-DATE TO RUN-DATE-DIGITS.
           IF HM-MODE-LK = "B"
              MOVE HM-PERIOD-LK TO FROM-PERIOD
           ELSE
              DISPLAY "ENTER FROM PERIOD (YYYYMM, BLANK = LAST CLOSED)"
                " :" AT COLUMN NUMBER 1
              ACCEPT FROM-PERIOD AT COLUMN NUMBER 52
              DISPLAY "ENTER TO PERIOD (YYYYMM, BLANK = FROM PERIOD) :"
                AT COLUMN NUMBER 1
              ACCEPT TO-PERIOD AT COLUMN NUMBER 52.
           MOVE "R" TO CTL-FUNC.
           MOVE SPACES TO CTL-JOB.
           MOVE SPACES TO CTL-PERIOD.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           IF CTL-REPLY NOT = "OK"
              MOVE RUN-DATE-DIGITS(1:6) TO CTL-PERIOD.
           IF FROM-PERIOD = SPACES
              PERFORM LAST-CLOSED-PARA.
           IF HM-MODE-LK = "B" AND FROM-PERIOD NOT < CTL-PERIOD
              PERFORM LAST-CLOSED-PARA.
           IF TO-PERIOD = SPACES
              MOVE FROM-PERIOD TO TO-PERIOD.
           IF FROM-PERIOD NOT NUMERIC OR TO-PERIOD NOT NUMERIC
              DISPLAY "PERIOD NOT VALID - REPORT ABANDONED"
              EXIT PROGRAM.
           MOVE FROM-PERIOD(1:4) TO FROM-YY.
           MOVE FROM-PERIOD(5:2) TO FROM-MM.
           MOVE TO-PERIOD(1:4) TO TO-YY.
           MOVE TO-PERIOD(5:2) TO TO-MM.
           IF FROM-MM < 1 OR FROM-MM > 12 OR TO-MM < 1 OR TO-MM > 12
              DISPLAY "PERIOD NOT VALID - REPORT ABANDONED"
              EXIT PROGRAM.
           IF TO-PERIOD < FROM-PERIOD
              DISPLAY "TO PERIOD BEFORE FROM PERIOD - REPORT ABANDONED"
              EXIT PROGRAM.
           IF TO-PERIOD > RUN-DATE-DIGITS(1:6)
              DISPLAY "PERIOD " TO-PERIOD " NOT YET STARTED - REPORT "
                "ABANDONED"
              EXIT PROGRAM.
           COMPUTE MONTH-SPAN = TO-YY * 12 + TO-MM
               - FROM-YY * 12 - FROM-MM + 1.
           STRING FROM-PERIOD(1:4) "-" FROM-PERIOD(5:2) "-01"
               DELIMITED BY SIZE INTO FROM-START.
           STRING TO-PERIOD(1:4) "-" TO-PERIOD(5:2) "-31"
               DELIMITED BY SIZE INTO TO-END.
           MOVE TO-YY TO PREV-YY.
           MOVE TO-MM TO PREV-MM.
           IF PREV-MM = 12
              MOVE 1 TO PREV-MM
           ELSE
              SUBTRACT 1 FROM PREV-YY
              ADD 1 TO PREV-MM.
           MOVE SPACES TO R12-START.
           STRING PREV-YY "-" PREV-MM "-01"
               DELIMITED BY SIZE INTO R12-START.
           OPEN INPUT EMPFILE.
           IF FSE NOT = "00"
              DISPLAY "NO EMPLOYEE MASTER ON FILE"
              EXIT PROGRAM.
           CLOSE EMPFILE.
           PERFORM LOAD-TRANSFER-PARA.
           IF TRF-FULL
              DISPLAY "MORE THAN 5000 TRANSFERS ON FILE - REPORT "
                "ABANDONED"
              EXIT PROGRAM.
           PERFORM LOAD-DESIG-PARA.
           OPEN INPUT SEPARATIONFILE.
           IF FSSEP = "00"
              MOVE 'Y' TO SEPFILE-SW
           ELSE
              MOVE 'N' TO SEPFILE-SW.
           MOVE ZEROS TO LEVEL-TOTALS.
           MOVE ZEROS TO RSN-COUNT(1).
           MOVE ZEROS TO RSN-COUNT(2).
           OPEN OUTPUT PRINTFILE.
           SORT WORK-FILE ON ASCENDING KEY WBRNID WDESID
               INPUT PROCEDURE IS BUILD-PARA
               OUTPUT PROCEDURE IS PRINT-PARA.
           IF SEPFILE-OPEN
              CLOSE SEPARATIONFILE.
           CLOSE PRINTFILE.
           IF HM-MODE-LK NOT = "B"
              DISPLAY "REPORT WRITTEN TO HCMOVE.PRT"
                AT COLUMN NUMBER 1.
           EXIT PROGRAM.

       LAST-CLOSED-PARA.
           MOVE CTL-PERIOD(1:4) TO PREV-YY.
           MOVE CTL-PERIOD(5:2) TO PREV-MM.
           IF PREV-MM = 1
              SUBTRACT 1 FROM PREV-YY
              MOVE 12 TO PREV-MM
           ELSE
              SUBTRACT 1 FROM PREV-MM.
           MOVE PREV-YY TO FROM-PERIOD(1:4).
           MOVE PREV-MM TO FROM-PERIOD(5:2).

       LOAD-TRANSFER-PARA.
           MOVE 0 TO TRF-COUNT.
           OPEN INPUT TRANSFERFILE.
           IF FST = "00"
              PERFORM LOAD-TRANSFER-READ-PARA UNTIL TRF-EOF
              CLOSE TRANSFERFILE.

       LOAD-TRANSFER-READ-PARA.
           READ TRANSFERFILE AT END SET TRF-EOF TO TRUE.
           IF NOT TRF-EOF
              IF TRF-COUNT < 5000
                 ADD 1 TO TRF-COUNT
                 MOVE TEMPID TO TT-EMPID(TRF-COUNT)
                 MOVE TTRFDT TO TT-DATE(TRF-COUNT)
                 MOVE TFRBRID TO TT-FROM(TRF-COUNT)
                 MOVE TOBRID TO TT-TO(TRF-COUNT)
              ELSE
                 SET TRF-FULL TO TRUE
                 SET TRF-EOF TO TRUE.

       LOAD-DESIG-PARA.
           MOVE 0 TO DES-COUNT.
           OPEN INPUT DESIGNATIONFILE.
           IF FSDES = "00"
              PERFORM LOAD-DESIG-READ-PARA UNTIL DES-EOF
              CLOSE DESIGNATIONFILE.

       LOAD-DESIG-READ-PARA.
           READ DESIGNATIONFILE AT END SET DES-EOF TO TRUE.
           IF NOT DES-EOF
              IF DES-COUNT < 200
                 ADD 1 TO DES-COUNT
                 MOVE DESID TO DT-DESID(DES-COUNT)
                 MOVE DESIGN TO DT-DESIGN(DES-COUNT).

       BUILD-PARA.
           OPEN INPUT EMPFILE.
           PERFORM BUILD-EMP-PARA UNTIL EMP-EOF.
           CLOSE EMPFILE.

       BUILD-EMP-PARA.
           READ EMPFILE AT END SET EMP-EOF TO TRUE.
           IF NOT EMP-EOF
              PERFORM EMP-EVENTS-PARA.

       EMP-EVENTS-PARA.
           MOVE SPACES TO SEP-DATE.
           MOVE SPACES TO SEP-REASON.
           IF SEPFILE-OPEN
              PERFORM SEP-GET-PARA.
           PERFORM EMP-TRANSFERS-PARA.
           PERFORM JOIN-BRANCH-PARA.
           MOVE EDESID TO WDESID.
           MOVE EEMPID TO WEMPID.
           MOVE SPACES TO WREASON.
           IF EDOJ < FROM-START
              IF SEP-DATE = SPACES OR SEP-DATE NOT < FROM-START
                 MOVE FROM-START TO AT-DATE
                 MOVE "B" TO AT-MODE
                 MOVE "O" TO WTYPE
                 PERFORM RELEASE-AT-PARA.
           IF EDOJ NOT < FROM-START AND EDOJ NOT > TO-END
              MOVE JOIN-BRNID TO WBRNID
              MOVE "J" TO WTYPE
              RELEASE WORK-REC.
           IF SEP-DATE NOT = SPACES
              IF SEP-DATE NOT < FROM-START AND SEP-DATE NOT > TO-END
                 MOVE SEP-DATE TO AT-DATE
                 MOVE "T" TO AT-MODE
                 MOVE "S" TO WTYPE
                 MOVE SEP-REASON TO WREASON
                 PERFORM RELEASE-AT-PARA
                 MOVE SPACES TO WREASON.
           IF EDOJ NOT > TO-END
              IF SEP-DATE = SPACES OR SEP-DATE > TO-END
                 MOVE TO-END TO AT-DATE
                 MOVE "T" TO AT-MODE
                 MOVE "C" TO WTYPE
                 PERFORM RELEASE-AT-PARA.
           IF EDOJ < R12-START
              IF SEP-DATE = SPACES OR SEP-DATE NOT < R12-START
                 MOVE R12-START TO AT-DATE
                 MOVE "B" TO AT-MODE
                 MOVE "P" TO WTYPE
                 PERFORM RELEASE-AT-PARA.
           IF SEP-DATE NOT = SPACES
              IF SEP-DATE NOT < R12-START AND SEP-DATE NOT > TO-END
                 MOVE SEP-DATE TO AT-DATE
                 MOVE "T" TO AT-MODE
                 MOVE "Q" TO WTYPE
                 PERFORM RELEASE-AT-PARA.
           MOVE 1 TO ET-IDX.
           PERFORM TRF-EVENT-PARA UNTIL ET-IDX > ET-COUNT.

       SEP-GET-PARA.
           MOVE EEMPID TO SEMPID.
           MOVE 'Y' TO SEP-FOUND-SW.
           READ SEPARATIONFILE INVALID KEY MOVE 'N' TO SEP-FOUND-SW.
           IF SEP-FOUND
              MOVE SSEPDATE TO SEP-DATE
              MOVE SREASON TO SEP-REASON.

       EMP-TRANSFERS-PARA.
           MOVE 0 TO ET-COUNT.
           MOVE 1 TO TRF-SUB.
           PERFORM EMP-TRANSFERS-SCAN-PARA UNTIL TRF-SUB > TRF-COUNT.

       EMP-TRANSFERS-SCAN-PARA.
           IF TT-EMPID(TRF-SUB) = EEMPID AND ET-COUNT < 100
              ADD 1 TO ET-COUNT
              MOVE TRF-SUB TO ET-SUB(ET-COUNT).
           ADD 1 TO TRF-SUB.

       JOIN-BRANCH-PARA.
           MOVE EBRNID TO JOIN-BRNID.
           MOVE 0 TO FIRST-SUB.
           MOVE 1 TO ET-IDX.
           PERFORM JOIN-SCAN-PARA UNTIL ET-IDX > ET-COUNT.
           IF FIRST-SUB > 0
              MOVE TT-FROM(FIRST-SUB) TO JOIN-BRNID.

       JOIN-SCAN-PARA.
           MOVE ET-SUB(ET-IDX) TO TRF-SUB.
           IF FIRST-SUB = 0
              MOVE TRF-SUB TO FIRST-SUB
           ELSE
              IF TT-DATE(TRF-SUB) < TT-DATE(FIRST-SUB)
                 MOVE TRF-SUB TO FIRST-SUB.
           ADD 1 TO ET-IDX.

       RELEASE-AT-PARA.
           MOVE JOIN-BRNID TO AT-BRNID.
           MOVE 0 TO LAST-SUB.
           MOVE 1 TO ET-IDX.
           PERFORM AT-SCAN-PARA UNTIL ET-IDX > ET-COUNT.
           IF LAST-SUB > 0
              MOVE TT-TO(LAST-SUB) TO AT-BRNID.
           MOVE AT-BRNID TO WBRNID.
           RELEASE WORK-REC.

       AT-SCAN-PARA.
           MOVE ET-SUB(ET-IDX) TO TRF-SUB.
           IF TT-DATE(TRF-SUB) < AT-DATE
              OR AT-MODE = "T" AND TT-DATE(TRF-SUB) = AT-DATE
              PERFORM AT-KEEP-PARA.
           ADD 1 TO ET-IDX.

       AT-KEEP-PARA.
           IF LAST-SUB = 0
              MOVE TRF-SUB TO LAST-SUB
           ELSE
              IF TT-DATE(TRF-SUB) NOT < TT-DATE(LAST-SUB)
                 MOVE TRF-SUB TO LAST-SUB.

       TRF-EVENT-PARA.
           MOVE ET-SUB(ET-IDX) TO TRF-SUB.
           IF TT-DATE(TRF-SUB) NOT < FROM-START
              AND TT-DATE(TRF-SUB) NOT > TO-END
              MOVE TT-FROM(TRF-SUB) TO WBRNID
              MOVE "T" TO WTYPE
              RELEASE WORK-REC
              MOVE TT-TO(TRF-SUB) TO WBRNID
              MOVE "I" TO WTYPE
              RELEASE WORK-REC.
           ADD 1 TO ET-IDX.

       PRINT-PARA.
           OPEN INPUT BRANCHFILE.
           IF FSB = "00"
              MOVE 'Y' TO BRFILE-SW
           ELSE
              MOVE 'N' TO BRFILE-SW.
           MOVE FROM-PERIOD TO PRD-FROM.
           MOVE TO-PERIOD TO PRD-TO.
           MOVE MONTH-SPAN TO PRD-MONTHS.
           MOVE SPACES TO PRD-R12FROM.
           STRING R12-START(1:4) R12-START(6:2)
               DELIMITED BY SIZE INTO PRD-R12FROM.
           MOVE TO-PERIOD TO PRD-R12TO.
           MOVE PERIOD-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           PERFORM PRINT-RETURN-PARA UNTIL SORT-EOF.
           IF FIRST-BREAK-SW = 'N'
              PERFORM PRINT-DESIG-PARA
              PERFORM PRINT-BRANCH-TOTAL-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE SPACES TO DTL-CODE.
           MOVE "COMPANY TOTAL" TO DTL-NAME.
           MOVE "COMPANY" TO EXC-LEVEL.
           MOVE 3 TO LVL-SUB.
           PERFORM PRINT-LEVEL-PARA.
           MOVE 2 TO RSN-LVL.
           PERFORM PRINT-REASONS-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE SPACES TO RPT-TEXT.
           STRING "BALANCE EXCEPTIONS : " EXC-COUNT
               DELIMITED BY SIZE INTO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE SPACES TO RPT-TEXT.
           STRING "MONTHLY % = SEPARATED / AVERAGE OF OPENING AND "
               "CLOSING / MONTHS IN PERIOD"
               DELIMITED BY SIZE INTO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE SPACES TO RPT-TEXT.
           STRING "ROLL 12M% = SEPARATED IN 12 MONTHS TO PERIOD END / "
               "AVERAGE OF OPENING 12 MONTHS BACK AND CLOSING"
               DELIMITED BY SIZE INTO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "END OF HEADCOUNT MOVEMENT REPORT" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           IF BRFILE-OPEN
              CLOSE BRANCHFILE.

       PRINT-RETURN-PARA.
           RETURN WORK-FILE AT END SET SORT-EOF TO TRUE.
           IF NOT SORT-EOF
              PERFORM PRINT-EVENT-PARA.

       PRINT-EVENT-PARA.
           IF FIRST-BREAK-SW = 'Y'
              MOVE WBRNID TO HOLD-BRNID
              MOVE WDESID TO HOLD-DESID
              MOVE 'N' TO FIRST-BREAK-SW
              PERFORM PRINT-BRANCH-HEADER-PARA
           ELSE
             IF WBRNID NOT = HOLD-BRNID
                PERFORM PRINT-DESIG-PARA
                PERFORM PRINT-BRANCH-TOTAL-PARA
                MOVE WBRNID TO HOLD-BRNID
                MOVE WDESID TO HOLD-DESID
                PERFORM PRINT-BRANCH-HEADER-PARA
             ELSE
               IF WDESID NOT = HOLD-DESID
                  PERFORM PRINT-DESIG-PARA
                  MOVE WDESID TO HOLD-DESID.
           IF WTYPE = "O"
              ADD 1 TO LT-OPEN(1).
           IF WTYPE = "J"
              ADD 1 TO LT-JOIN(1).
           IF WTYPE = "I"
              ADD 1 TO LT-TIN(1).
           IF WTYPE = "T"
              ADD 1 TO LT-TOUT(1).
           IF WTYPE = "S"
              ADD 1 TO LT-SEP(1)
              PERFORM REASON-ADD-PARA.
           IF WTYPE = "C"
              ADD 1 TO LT-CLOSE(1).
           IF WTYPE = "P"
              ADD 1 TO LT-R12OPEN(1).
           IF WTYPE = "Q"
              ADD 1 TO LT-R12SEP(1).

       REASON-ADD-PARA.
           MOVE WREASON TO HOLD-REASON.
           IF HOLD-REASON = SPACES
              MOVE "NOT STATED" TO HOLD-REASON.
           MOVE 1 TO RSN-LVL.
           PERFORM REASON-FIND-PARA.
           MOVE 2 TO RSN-LVL.
           PERFORM REASON-FIND-PARA.

       REASON-FIND-PARA.
           MOVE 0 TO RSN-HIT.
           MOVE 1 TO RSN-SUB.
           PERFORM REASON-SCAN-PARA
               UNTIL RSN-SUB > RSN-COUNT(RSN-LVL) OR RSN-HIT > 0.
           IF RSN-HIT = 0
              PERFORM REASON-NEW-PARA.
           ADD 1 TO RSN-SEPS(RSN-LVL RSN-HIT).

       REASON-SCAN-PARA.
           IF RSN-TEXT(RSN-LVL RSN-SUB) = HOLD-REASON
              MOVE RSN-SUB TO RSN-HIT.
           ADD 1 TO RSN-SUB.

       REASON-NEW-PARA.
           IF RSN-COUNT(RSN-LVL) < 19
              ADD 1 TO RSN-COUNT(RSN-LVL)
              MOVE RSN-COUNT(RSN-LVL) TO RSN-HIT
              MOVE HOLD-REASON TO RSN-TEXT(RSN-LVL RSN-HIT)
              MOVE 0 TO RSN-SEPS(RSN-LVL RSN-HIT)
           ELSE
              MOVE 20 TO RSN-HIT.
           IF RSN-HIT = 20 AND RSN-COUNT(RSN-LVL) = 19
              MOVE 20 TO RSN-COUNT(RSN-LVL)
              MOVE "OTHER REASONS" TO RSN-TEXT(RSN-LVL 20)
              MOVE 0 TO RSN-SEPS(RSN-LVL 20).

       PRINT-BRANCH-HEADER-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE HOLD-BRNID TO BRH-BRNID.
           MOVE "UNKNOWN" TO BRH-BRNAME.
           IF HOLD-BRNID = SPACES
              MOVE "NOT RECORDED" TO BRH-BRNAME.
           IF HOLD-BRNID NOT = SPACES AND BRFILE-OPEN
              PERFORM BRANCH-NAME-PARA.
           MOVE BRANCH-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE COLUMN-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       BRANCH-NAME-PARA.
           MOVE HOLD-BRNID TO BBRID.
           READ BRANCHFILE
              NOT INVALID KEY
                 MOVE BBRNAME TO BRH-BRNAME.

       PRINT-DESIG-PARA.
           MOVE HOLD-DESID TO DTL-CODE.
           MOVE "NOT ON FILE" TO DTL-NAME.
           IF HOLD-DESID = SPACES
              MOVE "NOT ASSIGNED" TO DTL-NAME.
           MOVE 1 TO DES-SUB.
           PERFORM DESIG-SCAN-PARA UNTIL DES-SUB > DES-COUNT.
           MOVE SPACES TO EXC-LEVEL.
           STRING "DESIGNATION " HOLD-DESID
               DELIMITED BY SIZE INTO EXC-LEVEL.
           MOVE 1 TO LVL-SUB.
           PERFORM PRINT-LEVEL-PARA.
           PERFORM ROLL-UP-PARA.

       DESIG-SCAN-PARA.
           IF DT-DESID(DES-SUB) = HOLD-DESID
              MOVE DT-DESIGN(DES-SUB) TO DTL-NAME.
           ADD 1 TO DES-SUB.

       PRINT-BRANCH-TOTAL-PARA.
           MOVE SPACES TO DTL-CODE.
           MOVE "BRANCH TOTAL" TO DTL-NAME.
           MOVE SPACES TO EXC-LEVEL.
           STRING "BRANCH " HOLD-BRNID
               DELIMITED BY SIZE INTO EXC-LEVEL.
           MOVE 2 TO LVL-SUB.
           PERFORM PRINT-LEVEL-PARA.
           MOVE 1 TO RSN-LVL.
           PERFORM PRINT-REASONS-PARA.
           MOVE 0 TO RSN-COUNT(1).
           PERFORM ROLL-UP-PARA.

       PRINT-LEVEL-PARA.
           MOVE LT-OPEN(LVL-SUB) TO DTL-OPEN.
           MOVE LT-JOIN(LVL-SUB) TO DTL-JOIN.
           MOVE LT-TIN(LVL-SUB) TO DTL-TIN.
           MOVE LT-TOUT(LVL-SUB) TO DTL-TOUT.
           MOVE LT-SEP(LVL-SUB) TO DTL-SEP.
           MOVE LT-CLOSE(LVL-SUB) TO DTL-CLOSE.
           PERFORM RATE-PARA.
           MOVE RATE-MONTHLY TO DTL-MONTHLY.
           MOVE RATE-ROLLING TO DTL-ROLLING.
           MOVE DETAIL-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           COMPUTE NET-MOVE = LT-JOIN(LVL-SUB) + LT-TIN(LVL-SUB)
               - LT-TOUT(LVL-SUB) - LT-SEP(LVL-SUB).
           COMPUTE EXPECT-CLOSE = LT-OPEN(LVL-SUB) + NET-MOVE.
           IF EXPECT-CLOSE NOT = LT-CLOSE(LVL-SUB)
              PERFORM PRINT-EXCEPTION-PARA.

       RATE-PARA.
           MOVE 0 TO RATE-MONTHLY.
           MOVE 0 TO RATE-ROLLING.
           COMPUTE AVG-HEAD =
               (LT-OPEN(LVL-SUB) + LT-CLOSE(LVL-SUB)) / 2.
           IF AVG-HEAD > 0
              COMPUTE RATE-MONTHLY ROUNDED =
                  LT-SEP(LVL-SUB) * 100 / AVG-HEAD / MONTH-SPAN.
           COMPUTE AVG-HEAD =
               (LT-R12OPEN(LVL-SUB) + LT-CLOSE(LVL-SUB)) / 2.
           IF AVG-HEAD > 0
              COMPUTE RATE-ROLLING ROUNDED =
                  LT-R12SEP(LVL-SUB) * 100 / AVG-HEAD.

       PRINT-EXCEPTION-PARA.
           MOVE LT-OPEN(LVL-SUB) TO EXC-OPEN.
           MOVE NET-MOVE TO EXC-MOVE.
           MOVE EXPECT-CLOSE TO EXC-EXPECT.
           MOVE LT-CLOSE(LVL-SUB) TO EXC-CLOSE.
           MOVE EXCEPTION-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           ADD 1 TO EXC-COUNT.

       PRINT-REASONS-PARA.
           IF RSN-COUNT(RSN-LVL) > 0
              MOVE "      SEPARATIONS BY REASON" TO RPT-TEXT
              MOVE RPT-TEXT-LINE TO RPT-LINE
              PERFORM PRINT-LINE-PARA
              MOVE 1 TO RSN-SUB
              PERFORM PRINT-REASON-LINE-PARA
                  UNTIL RSN-SUB > RSN-COUNT(RSN-LVL).

       PRINT-REASON-LINE-PARA.
           MOVE RSN-TEXT(RSN-LVL RSN-SUB) TO RSL-TEXT.
           MOVE RSN-SEPS(RSN-LVL RSN-SUB) TO RSL-COUNT.
           MOVE REASON-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           ADD 1 TO RSN-SUB.

       ROLL-UP-PARA.
           COMPUTE LVL-NEXT = LVL-SUB + 1.
           ADD LT-OPEN(LVL-SUB) TO LT-OPEN(LVL-NEXT).
           ADD LT-JOIN(LVL-SUB) TO LT-JOIN(LVL-NEXT).
           ADD LT-TIN(LVL-SUB) TO LT-TIN(LVL-NEXT).
           ADD LT-TOUT(LVL-SUB) TO LT-TOUT(LVL-NEXT).
           ADD LT-SEP(LVL-SUB) TO LT-SEP(LVL-NEXT).
           ADD LT-CLOSE(LVL-SUB) TO LT-CLOSE(LVL-NEXT).
           ADD LT-R12OPEN(LVL-SUB) TO LT-R12OPEN(LVL-NEXT).
           ADD LT-R12SEP(LVL-SUB) TO LT-R12SEP(LVL-NEXT).
           MOVE ZEROS TO LEVEL-TOTAL(LVL-SUB).

       PRINT-HEADING-PARA.
           ADD 1 TO PAGE-COUNT.
              PERFORM PRINT-HEADING-PARA.
           WRITE PRINT-REC FROM RPT-LINE.
           ADD 1 TO LINE-COUNT.
           END PROGRAM HCMOVE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCFILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETAINFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RTFILE
           FILE STATUS IS FSRT.

       DATA DIVISION.
       FILE SECTION.
       FD RETAINFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RETAIN.DAT".
       01 RETAINREC.
           02 RTFILE    PIC X(8).
           02 RTUNIT    PIC X(1).
           02 RTKEEP    PIC 999.
           02 RTCUTOFF  PIC X(8).
           02 RTRUNDATE PIC X(8).
           02 RTOPER    PIC X(8).

       WORKING-STORAGE SECTION.
       77 FSRT PIC XX.

       LINKAGE SECTION.
       77 ARC-FILE-LK   PIC X(8).
       77 ARC-DATE-LK   PIC X(8).
       77 ARC-NAME-LK   PIC X(20).
       77 ARC-CUTOFF-LK PIC X(8).

       PROCEDURE DIVISION USING ARC-FILE-LK ARC-DATE-LK
           ARC-NAME-LK ARC-CUTOFF-LK.
       MAIN-PARA.
           MOVE SPACES TO ARC-CUTOFF-LK.
           OPEN INPUT RETAINFILE.
           IF FSRT = "00"
              PERFORM CUTOFF-GET-PARA
              CLOSE RETAINFILE.
           MOVE SPACES TO ARC-NAME-LK.
           IF ARC-CUTOFF-LK NOT = SPACES
              AND ARC-DATE-LK < ARC-CUTOFF-LK
              STRING ARC-FILE-LK DELIMITED BY SPACE
                  ARC-DATE-LK(1:4) ".ARC" DELIMITED BY SIZE
                  INTO ARC-NAME-LK
           ELSE
              STRING ARC-FILE-LK DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO ARC-NAME-LK.
           EXIT PROGRAM.

       CUTOFF-GET-PARA.
           MOVE ARC-FILE-LK TO RTFILE.
           READ RETAINFILE
              NOT INVALID KEY
                 MOVE RTCUTOFF TO ARC-CUTOFF-LK.
           END PROGRAM ARCFILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAARC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETAINFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTFILE
           FILE STATUS IS FSRT.

           SELECT PAYHISTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HKEY
           FILE STATUS IS FSH.

           SELECT PAYHISTARC ASSIGN TO ARC-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XHKEY
           FILE STATUS IS FSHA.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSAUD.

           SELECT AUDITARC ASSIGN TO ARC-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSAUA.

           SELECT AUDITKEEP ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSAUK.

           SELECT ATTENDANCEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ATKEY
           FILE STATUS IS FSAT.

           SELECT ATTENDARC ASSIGN TO ARC-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSATA.

           SELECT LOANTXNFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSLX.

           SELECT LOANTXNARC ASSIGN TO ARC-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSLXA.

           SELECT LOANTXNKEEP ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSLXK.

           SELECT SIGNONLOGFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSSG.

           SELECT SIGNLOGARC ASSIGN TO ARC-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSSGA.

           SELECT SIGNLOGKEEP ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSSGK.

           SELECT LEAVETRANSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LTLEVID
           ALTERNATE RECORD KEY IS LTEMPID WITH DUPLICATES
           FILE STATUS IS FSLT.

           SELECT LEAVETRNARC ASSIGN TO ARC-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSLTA.

           SELECT PRINTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSPRT.

           SELECT SORT-FILE ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD RETAINFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RETAIN.DAT".
       01 RETAINREC.
           02 RTFILE    PIC X(8).
           02 RTUNIT    PIC X(1).
           02 RTKEEP    PIC 999.
           02 RTCUTOFF  PIC X(8).
           02 RTRUNDATE PIC X(8).
           02 RTOPER    PIC X(8).

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYHIST.DAT".
           02 HLLOP    PIC 999.
           02 HOTHERL  PIC 999.

       FD PAYHISTARC
           LABEL RECORDS ARE STANDARD.
       01 PAYHISTARCREC.
           02 XHKEY  PIC X(12).
           02 FILLER PIC X(248).

       FD AUDITFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.DAT".
       01 AUDITREC.
           02 ADATE   PIC 9(8).
           02 ATIME   PIC 9(6).
           02 AOPER   PIC X(8).
           02 AFILE   PIC X(12).
           02 AKEY    PIC X(12).
           02 AEMPID  PIC X(6).
           02 AACTION PIC X(3).
           02 ABEFORE PIC X(254).
           02 AAFTER  PIC X(254).

       FD AUDITARC
           LABEL RECORDS ARE STANDARD.
       01 AUDITARCREC PIC X(563).

       FD AUDITKEEP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.TMP".
       01 AUDITKEEPREC PIC X(563).

       FD ATTENDANCEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ATTEND.DAT".
       01 ATTENDANCEREC.
           02 ATKEY.
               03 ATEMPID  PIC X(6).
               03 ATDATE   PIC X(10).
           02 ATMARK   PIC X(1).
           02 ATBRNID  PIC X(6).

       FD ATTENDARC
           LABEL RECORDS ARE STANDARD.
       01 ATTENDARCREC PIC X(23).

       FD LOANTXNFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LOANTXN.DAT".
       01 LOANTXNREC.
           02 LXLOANID PIC X(6).
           02 LXEMPID  PIC X(6).
           02 LXDATE   PIC 9(8).
           02 LXAMOUNT PIC 9(8)V99.
           02 LXBAL    PIC 9(8)V99.

       FD LOANTXNARC
           LABEL RECORDS ARE STANDARD.
       01 LOANTXNARCREC PIC X(40).

       FD LOANTXNKEEP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LOANTXN.TMP".
       01 LOANTXNKEEPREC PIC X(40).

       FD SIGNONLOGFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SIGNLOG.DAT".
       01 SIGNLOGREC.
           02 SGDATE   PIC 9(8).
           02 SGTIME   PIC 9(6).
           02 SGUSER   PIC X(8).
           02 SGSTATUS PIC X(8).

       FD SIGNLOGARC
           LABEL RECORDS ARE STANDARD.
       01 SIGNLOGARCREC PIC X(30).

       FD SIGNLOGKEEP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "SIGNLOG.TMP".
       01 SIGNLOGKEEPREC PIC X(30).

       FD LEAVETRANSFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LEAVETRN.DAT".
       01 LEAVETRANSREC.
           02 LTLEVID  PIC X(6).
           02 LTEMPID  PIC X(6).
           02 LTFMDATE PIC X(10).
           02 LTTODATE PIC X(10).
           02 LTLEVCAT PIC X(3).
               88 LT-CREDIT VALUE "CCL" "CSL" "CPL".
               88 LT-CARRY  VALUE "BCL" "BSL" "BPL".
               88 LT-LAPSE  VALUE "XCL" "XSL" "XPL" "EPL".
           02 LTDAYS   PIC 999.

       FD LEAVETRNARC
           LABEL RECORDS ARE STANDARD.
       01 LEAVETRNARCREC PIC X(38).

       FD PRINTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DATAARC.PRT".
       01 PRINT-REC PIC X(132).

       SD SORT-FILE.
       01 SORT-REC.
           02 SRT-YEAR PIC X(4).
           02 SRT-DATA PIC X(563).

       WORKING-STORAGE SECTION.
       77 FSRT  PIC XX.
       77 FSH   PIC XX.
       77 FSHA  PIC XX.
       77 FSAUD PIC XX.
       77 FSAUA PIC XX.
       77 FSAUK PIC XX.
       77 FSAT  PIC XX.
       77 FSATA PIC XX.
       77 FSLX  PIC XX.
       77 FSLXA PIC XX.
       77 FSLXK PIC XX.
       77 FSSG  PIC XX.
       77 FSSGA PIC XX.
       77 FSSGK PIC XX.
       77 FSLT  PIC XX.
       77 FSLTA PIC XX.
       77 FSPRT PIC XX.
       77 RUN-DATE    PIC 9(8).
       77 RUN-DATE-X  PIC X(8).
       77 RUN-TIME    PIC 9(8).
       77 RUN-YY      PIC 9(4).
       77 RUN-MM      PIC 99.
       77 CTL-FUNC    PIC X VALUE SPACE.
       77 CTL-JOB     PIC X(8) VALUE SPACES.
       77 CTL-PERIOD  PIC X(6) VALUE SPACES.
       77 CTL-REPLY   PIC XX VALUE SPACES.
       77 CTL-YY      PIC 9(4).
       77 CTL-MM      PIC 99.
       77 FY-START    PIC X(6) VALUE SPACES.
       77 CONFIRM     PIC X VALUE SPACE.
       77 FILE-CODE   PIC X(8) VALUE SPACES.
       77 AMT-BASIS   PIC X(12) VALUE SPACES.
       77 KEEP-MONTHS PIC 9(5) VALUE 0.
       77 MONTH-TOTAL PIC 9(7) VALUE 0.
       77 CUT-YY      PIC 9(4) VALUE 0.
       77 CUT-MM      PIC 99 VALUE 0.
       77 CUT-PERIOD  PIC X(6) VALUE SPACES.
       77 CUT-DATE    PIC X(8) VALUE SPACES.
       77 EFF-CUTOFF  PIC X(8) VALUE SPACES.
       77 FAIL-YEAR   PIC X(4) VALUE SPACES.
       77 LV-YEAR     PIC 9(4) VALUE 0.
       77 LV-NEXT     PIC 9(4) VALUE 0.
       77 LV-YEAR-X   PIC X(4) VALUE SPACES.
       77 LV-NEXT-X   PIC X(4) VALUE SPACES.
       77 REC-DATE    PIC X(8) VALUE SPACES.
       77 REC-AMOUNT  PIC S9(9)V99 VALUE 0.
       77 GROSS           PIC 9(8)V99 VALUE 0.
       77 TOTAL-DEDUCTION PIC 9(8)V99 VALUE 0.
       77 HOLD-YEAR   PIC X(4) VALUE SPACES.
       77 ARC-NAME    PIC X(20) VALUE SPACES.
       77 RESULT-TEXT PIC X(80) VALUE SPACES.
       77 BALANCE-TEXT PIC X(24) VALUE SPACES.
       77 POLICY-SW   PIC X VALUE 'N'.
           88 HAVE-POLICY VALUE 'Y'.
       77 RUN-SW      PIC X VALUE 'N'.
           88 RUN-OK VALUE 'Y'.
       77 RAN-SW      PIC X VALUE 'N'.
           88 FILE-RAN VALUE 'Y'.
       77 LIVE-EOF-SW PIC X VALUE 'N'.
           88 LIVE-EOF VALUE 'Y'.
       77 KEEP-EOF-SW PIC X VALUE 'N'.
           88 KEEP-EOF VALUE 'Y'.
       77 SORT-EOF-SW PIC X VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.
       77 ARC-OPEN-SW PIC X VALUE 'N'.
           88 ARC-OPEN VALUE 'Y'.
       77 ARC-FAIL-SW PIC X VALUE 'N'.
           88 ARC-FAILED VALUE 'Y'.
       77 WRITE-OK-SW PIC X VALUE 'N'.
           88 WRITE-OK VALUE 'Y'.
       77 KEEP-FAIL-SW PIC X VALUE 'N'.
           88 KEEP-FAILED VALUE 'Y'.
       77 ERR-STATUS  PIC XX VALUE SPACES.
       77 KEEP-TEXT   PIC X(80) VALUE SPACES.
       77 POLICY-TEXT PIC X(40) VALUE SPACES.
       77 SAME-SW     PIC X VALUE 'N'.
           88 ARC-SAME VALUE 'Y'.
       77 LV-CREDIT-SW PIC X VALUE 'N'.
           88 LV-CREDITED VALUE 'Y'.
       77 LV-CLOSE-SW PIC X VALUE 'N'.
           88 LV-CLOSED VALUE 'Y'.
       77 BEFORE-COUNT PIC 9(7) VALUE 0.
       77 ARCH-COUNT   PIC 9(7) VALUE 0.
       77 AFTER-COUNT  PIC 9(7) VALUE 0.
       77 DUP-COUNT    PIC 9(7) VALUE 0.
       77 DEL-COUNT    PIC 9(7) VALUE 0.
       77 YR-COUNT     PIC 9(7) VALUE 0.
       77 CHECK-COUNT  PIC 9(7) VALUE 0.
       77 BEFORE-AMT   PIC S9(11)V99 VALUE 0.
       77 ARCH-AMT     PIC S9(11)V99 VALUE 0.
       77 AFTER-AMT    PIC S9(11)V99 VALUE 0.
       77 DEL-AMT      PIC S9(11)V99 VALUE 0.
       77 YR-AMT       PIC S9(11)V99 VALUE 0.
       77 CHECK-AMT    PIC S9(11)V99 VALUE 0.
       77 RUN-COUNT    PIC 9 VALUE 0.
       77 FILE-SUB     PIC 9 VALUE 0.
       77 PAGE-COUNT   PIC 9(4) VALUE 0.
       77 LINE-COUNT   PIC 99 VALUE 99.
       77 PAGE-LIMIT   PIC 99 VALUE 60.

       01 RUN-TABLE.
           02 RUN-ENTRY OCCURS 6 TIMES.
               03 RN-FILE    PIC X(8).
               03 RN-CUTOFF  PIC X(8).
               03 RN-BEFORE  PIC 9(7).
               03 RN-ARCH    PIC 9(7).
               03 RN-AFTER   PIC 9(7).

       01 RPT-LINE PIC X(132).
       01 HDG-LINE-1.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 FILLER   PIC X(40)
              VALUE "DATA RETENTION ARCHIVE CONTROL REPORT".
           02 FILLER   PIC X(58) VALUE SPACES.
           02 FILLER   PIC X(9)  VALUE "RUN DATE ".
           02 HDG-DATE PIC 9(8).
           02 FILLER   PIC X(6)  VALUE "  PAGE".
           02 HDG-PAGE PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.
       01 RUN-LINE.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 FILLER      PIC X(16) VALUE "OPEN PAY PERIOD ".
           02 RNL-PERIOD  PIC X(6).
           02 FILLER      PIC X(23)
              VALUE "   FINANCIAL YEAR FROM ".
           02 RNL-FYSTART PIC X(6).
           02 FILLER      PIC X(12) VALUE "   OPERATOR ".
           02 RNL-OPER    PIC X(8).
           02 FILLER      PIC X(59) VALUE SPACES.
       01 FILE-LINE.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 FILLER      PIC X(5)  VALUE "FILE ".
           02 FL-FILE     PIC X(8).
           02 FILLER      PIC X(9)  VALUE " POLICY ".
           02 FL-KEEP     PIC ZZ9.
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 FL-UNIT     PIC X(6).
           02 FILLER      PIC X(9)  VALUE "  CUTOFF ".
           02 FL-CUTOFF   PIC X(8).
           02 FILLER      PIC X(15) VALUE "  AMOUNT BASIS ".
           02 FL-BASIS    PIC X(12).
           02 FILLER      PIC X(54) VALUE SPACES.
       01 COUNT-HDG-LINE.
           02 FILLER      PIC X(18) VALUE SPACES.
           02 FILLER      PIC X(7)  VALUE "RECORDS".
           02 FILLER      PIC X(4)  VALUE SPACES.
           02 FILLER      PIC X(19) VALUE "             AMOUNT".
           02 FILLER      PIC X(84) VALUE SPACES.
       01 COUNT-LINE.
           02 FILLER      PIC X(6)  VALUE SPACES.
           02 CL-LABEL    PIC X(12).
           02 CL-COUNT    PIC ZZZZZZ9.
           02 FILLER      PIC X(4)  VALUE SPACES.
           02 CL-AMOUNT   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER      PIC X(84) VALUE SPACES.
       01 RPT-TEXT-LINE.
           02 FILLER   PIC X(2)   VALUE SPACES.
           02 RPT-TEXT PIC X(130).

       LINKAGE SECTION.
       77 DA-OPER-LK PIC X(8).

       PROCEDURE DIVISION USING DA-OPER-LK.
       MAIN-PARA.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-X.
           MOVE RUN-DATE-X(1:4) TO RUN-YY.
           MOVE RUN-DATE-X(5:2) TO RUN-MM.
           MOVE "R" TO CTL-FUNC.
           MOVE "DATAARC" TO CTL-JOB.
           CALL "PAYCTL" USING CTL-FUNC CTL-JOB CTL-PERIOD CTL-REPLY.
           CANCEL "PAYCTL".
           IF CTL-REPLY NOT = "OK" OR CTL-PERIOD NOT NUMERIC
              DISPLAY "NO OPEN PAY PERIOD - RUN REFUSED"
              EXIT PROGRAM.
           MOVE CTL-PERIOD(1:4) TO CTL-YY.
           MOVE CTL-PERIOD(5:2) TO CTL-MM.
           IF CTL-MM < 4
              SUBTRACT 1 FROM CTL-YY.
           MOVE CTL-YY TO FY-START(1:4).
           MOVE "04" TO FY-START(5:2).
           OPEN I-O RETAINFILE.
           IF FSRT NOT = "00"
              DISPLAY "NO RETENTION POLICY ON FILE - RUN ABANDONED"
              EXIT PROGRAM.
           DISPLAY "RECORDS OLDER THAN EACH FILE RETENTION POLICY ARE"
              AT COLUMN NUMBER 1.
           DISPLAY "MOVED TO ARCHIVE FILES AND REMOVED FROM LIVE FILES"
              AT COLUMN NUMBER 1.
           DISPLAY "TAKE A BACKUP FIRST. CONTINUE (Y/N) :"
              AT COLUMN NUMBER 1.
           ACCEPT CONFIRM AT COLUMN NUMBER 40.
           IF CONFIRM NOT = "Y"
              DISPLAY "ARCHIVE RUN ABANDONED"
              CLOSE RETAINFILE
              EXIT PROGRAM.
           OPEN OUTPUT PRINTFILE.
           MOVE CTL-PERIOD TO RNL-PERIOD.
           MOVE FY-START TO RNL-FYSTART.
           MOVE DA-OPER-LK TO RNL-OPER.
           MOVE RUN-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE 0 TO RUN-COUNT.
           PERFORM ARC-PAYHIST-PARA.
           PERFORM ARC-AUDIT-PARA.
           PERFORM ARC-ATTEND-PARA.
           PERFORM ARC-LOANTXN-PARA.
           PERFORM ARC-SIGNLOG-PARA.
           PERFORM ARC-LEAVETRN-PARA.
           CLOSE RETAINFILE.
           IF RUN-COUNT > 0
              PERFORM AUDIT-LOG-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "END OF DATA RETENTION ARCHIVE RUN" TO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           CLOSE PRINTFILE.
           DISPLAY "ARCHIVE RUN COMPLETE - REPORT IN DATAARC.PRT".
           EXIT PROGRAM.

       POLICY-PARA.
           MOVE 'Y' TO POLICY-SW.
           MOVE 'Y' TO RUN-SW.
           MOVE 'N' TO RAN-SW.
           MOVE 'N' TO ARC-FAIL-SW.
           MOVE 'N' TO LIVE-EOF-SW.
           MOVE 'N' TO SORT-EOF-SW.
           MOVE 'N' TO KEEP-EOF-SW.
           MOVE SPACES TO RESULT-TEXT CUT-DATE CUT-PERIOD HOLD-YEAR.
           MOVE SPACES TO EFF-CUTOFF FAIL-YEAR KEEP-TEXT POLICY-TEXT.
           MOVE 'N' TO KEEP-FAIL-SW.
           MOVE 0 TO BEFORE-COUNT ARCH-COUNT AFTER-COUNT DUP-COUNT.
           MOVE 0 TO DEL-COUNT YR-COUNT.
           MOVE 0 TO BEFORE-AMT ARCH-AMT AFTER-AMT DEL-AMT YR-AMT.
           MOVE FILE-CODE TO RTFILE.
           READ RETAINFILE INVALID KEY MOVE 'N' TO POLICY-SW.
           IF NOT HAVE-POLICY
              MOVE 'N' TO RUN-SW
              MOVE "NO RETENTION POLICY - NOT ARCHIVED" TO RESULT-TEXT.
           IF HAVE-POLICY
              PERFORM CUTOFF-PARA.

       CUTOFF-PARA.
           MOVE RTKEEP TO KEEP-MONTHS.
           IF RTUNIT = "Y"
              COMPUTE KEEP-MONTHS = RTKEEP * 12.
           COMPUTE MONTH-TOTAL = RUN-YY * 12 + RUN-MM - 1 - KEEP-MONTHS.
           COMPUTE CUT-YY = MONTH-TOTAL / 12.
           COMPUTE CUT-MM = MONTH-TOTAL - CUT-YY * 12 + 1.
           MOVE CUT-YY TO CUT-PERIOD(1:4).
           MOVE CUT-MM TO CUT-PERIOD(5:2).
           MOVE CUT-PERIOD TO CUT-DATE(1:6).
           MOVE "01" TO CUT-DATE(7:2).
           IF CUT-PERIOD > CTL-PERIOD
              MOVE 'N' TO RUN-SW
              STRING "REFUSED - CUTOFF " CUT-PERIOD
                 " IS AFTER THE OPEN PAY PERIOD " CTL-PERIOD
                 DELIMITED BY SIZE INTO RESULT-TEXT.

       FILE-MISSING-PARA.
           MOVE 'N' TO RUN-SW.
           MOVE "FILE NOT ON DISK - NOTHING ARCHIVED" TO RESULT-TEXT.

       ARC-NAME-PARA.
           MOVE SPACES TO ARC-NAME.
           STRING FILE-CODE DELIMITED BY SPACE
              HOLD-YEAR ".ARC" DELIMITED BY SIZE INTO ARC-NAME.

       SORT-ARC-OPEN-PARA.
           MOVE SRT-YEAR TO HOLD-YEAR.
           MOVE 0 TO YR-COUNT.
           MOVE 0 TO YR-AMT.
           PERFORM ARC-NAME-PARA.

       ARC-STATUS-PARA.
           IF NOT ARC-OPEN
              PERFORM ARC-FAIL-PARA.

       ARC-FAIL-PARA.
           MOVE 'Y' TO ARC-FAIL-SW.
           MOVE SRT-YEAR TO FAIL-YEAR.
           MOVE SRT-YEAR TO EFF-CUTOFF(1:4).
           MOVE "0101" TO EFF-CUTOFF(5:4).
           SUBTRACT YR-COUNT FROM ARCH-COUNT.
           SUBTRACT YR-AMT FROM ARCH-AMT.
           MOVE 0 TO YR-COUNT.
           MOVE 0 TO YR-AMT.

       ARC-WRITE-FAIL-PARA.
           DISPLAY "ARCHIVE " ARC-NAME " WRITE ERROR STATUS "
              ERR-STATUS.
           PERFORM ARC-FAIL-PARA.

       ARC-COUNT-PARA.
           ADD 1 TO ARCH-COUNT.
           ADD 1 TO YR-COUNT.
           ADD REC-AMOUNT TO ARCH-AMT.
           ADD REC-AMOUNT TO YR-AMT.

       KEEP-FAIL-PARA.
           MOVE 'Y' TO KEEP-FAIL-SW.
           MOVE 0 TO DEL-COUNT.
           MOVE 0 TO DEL-AMT.
           DISPLAY "KEEP FILE ERROR STATUS " ERR-STATUS " - "
              FILE-CODE " NOT CHANGED".
           MOVE SPACES TO KEEP-TEXT.
           STRING "KEEP FILE ERROR STATUS " ERR-STATUS
              " - LIVE FILE NOT CHANGED"
              DELIMITED BY SIZE INTO KEEP-TEXT.

       REBUILD-FAIL-PARA.
           MOVE 'Y' TO KEEP-FAIL-SW.
           DISPLAY "LIVE FILE WRITE ERROR STATUS " ERR-STATUS " - "
              "RESTORE " FILE-CODE " FROM ITS .TMP FILE".
           MOVE SPACES TO KEEP-TEXT.
           STRING "LIVE FILE WRITE ERROR STATUS " ERR-STATUS
              " - RESTORE FROM THE .TMP FILE"
              DELIMITED BY SIZE INTO KEEP-TEXT.

       ARC-PAYHIST-PARA.
           MOVE "PAYHIST" TO FILE-CODE.
           MOVE "NET PAY" TO AMT-BASIS.
           PERFORM POLICY-PARA.
           IF RUN-OK AND CUT-PERIOD > FY-START
              MOVE 'N' TO RUN-SW
              STRING "REFUSED - CUTOFF " CUT-PERIOD
                 " IS INSIDE THE FINANCIAL YEAR FROM " FY-START
                 DELIMITED BY SIZE INTO RESULT-TEXT.
           IF RUN-OK
              OPEN I-O PAYHISTFILE
              IF FSH NOT = "00"
                 PERFORM FILE-MISSING-PARA.
           IF RUN-OK
              PERFORM PH-RUN-PARA.
           PERFORM PRINT-FILE-PARA.

       PH-RUN-PARA.
           MOVE CUT-DATE TO EFF-CUTOFF.
           SORT SORT-FILE ON ASCENDING KEY SRT-YEAR SRT-DATA
              INPUT PROCEDURE IS PH-SELECT-PARA
              OUTPUT PROCEDURE IS PH-ARCHIVE-PARA.
           CLOSE PAYHISTFILE.
           MOVE 'N' TO LIVE-EOF-SW.
           OPEN I-O PAYHISTFILE.
           PERFORM PH-PURGE-PARA UNTIL LIVE-EOF.
           CLOSE PAYHISTFILE.
           MOVE 'N' TO LIVE-EOF-SW.
           OPEN INPUT PAYHISTFILE.
           PERFORM PH-AFTER-PARA UNTIL LIVE-EOF.
           CLOSE PAYHISTFILE.
           PERFORM FINISH-PARA.

       PH-SELECT-PARA.
           PERFORM PH-SELECT-READ-PARA UNTIL LIVE-EOF.

       PH-SELECT-READ-PARA.
           READ PAYHISTFILE NEXT RECORD AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              PERFORM PH-AMOUNT-PARA
              ADD 1 TO BEFORE-COUNT
              ADD REC-AMOUNT TO BEFORE-AMT
              MOVE HPAYPER TO REC-DATE
              MOVE "01" TO REC-DATE(7:2)
              IF HPAYPER NUMERIC AND REC-DATE < CUT-DATE
                 MOVE HPAYPER(1:4) TO SRT-YEAR
                 MOVE PAYHISTREC TO SRT-DATA
                 RELEASE SORT-REC.

       PH-AMOUNT-PARA.
           COMPUTE GROSS = HBASIC + HDA + HCCA + HHRA + HDPA + HPPA
              + HEDUA + HTECHJR + HLUNCHA + HCONVEY + HBUSATR + HLTA
              + HGRTY + HPERINC + HMEDI + HBOOK + HENTER + HTPH
              + HHOUSE + HVEHMAN + HCREDIT + HCLUB.
           COMPUTE TOTAL-DEDUCTION = HPF + HESI + HPTAX + HITAX
              + HLOAN + HLOANDA + HOTHERD.
           COMPUTE REC-AMOUNT = GROSS - TOTAL-DEDUCTION.

       PH-ARCHIVE-PARA.
           MOVE 'N' TO ARC-OPEN-SW.
           PERFORM PH-ARCHIVE-RETURN-PARA UNTIL SORT-EOF.
           IF ARC-OPEN
              CLOSE PAYHISTARC.

       PH-ARCHIVE-RETURN-PARA.
           RETURN SORT-FILE AT END SET SORT-EOF TO TRUE.
           IF NOT SORT-EOF
              PERFORM PH-ARCHIVE-REC-PARA.

       PH-ARCHIVE-REC-PARA.
           IF SRT-YEAR NOT = HOLD-YEAR AND NOT ARC-FAILED
              PERFORM PH-ARCHIVE-OPEN-PARA.
           MOVE SRT-DATA TO PAYHISTREC.
           IF ARC-OPEN AND NOT ARC-FAILED
              PERFORM PH-ARCHIVE-WRITE-PARA.

       PH-ARCHIVE-OPEN-PARA.
           IF ARC-OPEN
              CLOSE PAYHISTARC.
           PERFORM SORT-ARC-OPEN-PARA.
           OPEN I-O PAYHISTARC.
           IF FSHA = 30 OR FSHA = 35
              OPEN OUTPUT PAYHISTARC.
           MOVE 'N' TO ARC-OPEN-SW.
           IF FSHA = "00"
              MOVE 'Y' TO ARC-OPEN-SW.
           PERFORM ARC-STATUS-PARA.

       PH-ARCHIVE-WRITE-PARA.
           MOVE 'Y' TO WRITE-OK-SW.
           MOVE PAYHISTREC TO PAYHISTARCREC.
           WRITE PAYHISTARCREC INVALID KEY MOVE 'N' TO WRITE-OK-SW.
           MOVE FSHA TO ERR-STATUS.
           IF FSHA = "22"
              PERFORM PH-DUP-PARA
           ELSE
              IF FSHA = "00"
                 PERFORM PH-AMOUNT-PARA
                 PERFORM ARC-COUNT-PARA
              ELSE
                 PERFORM ARC-WRITE-FAIL-PARA.

       PH-DUP-PARA.
           MOVE HKEY TO XHKEY.
           MOVE 'Y' TO SAME-SW.
           READ PAYHISTARC INVALID KEY MOVE 'N' TO SAME-SW.
           IF ARC-SAME AND PAYHISTARCREC NOT = PAYHISTREC
              MOVE 'N' TO SAME-SW.
           IF ARC-SAME
              ADD 1 TO DUP-COUNT
              PERFORM PH-AMOUNT-PARA
              PERFORM ARC-COUNT-PARA
           ELSE
              PERFORM ARC-FAIL-PARA.

       PH-PURGE-PARA.
           READ PAYHISTFILE NEXT RECORD AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              MOVE HPAYPER TO REC-DATE
              MOVE "01" TO REC-DATE(7:2)
              IF HPAYPER NUMERIC AND REC-DATE < EFF-CUTOFF
                 PERFORM PH-DELETE-PARA.

       PH-DELETE-PARA.
           MOVE 'Y' TO WRITE-OK-SW.
           DELETE PAYHISTFILE RECORD
              INVALID KEY MOVE 'N' TO WRITE-OK-SW.
           IF WRITE-OK
              PERFORM PH-AMOUNT-PARA
              ADD 1 TO DEL-COUNT
              ADD REC-AMOUNT TO DEL-AMT.

       PH-AFTER-PARA.
           READ PAYHISTFILE NEXT RECORD AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              PERFORM PH-AMOUNT-PARA
              ADD 1 TO AFTER-COUNT
              ADD REC-AMOUNT TO AFTER-AMT.

       ARC-AUDIT-PARA.
           MOVE "AUDIT" TO FILE-CODE.
           MOVE "NONE" TO AMT-BASIS.
           PERFORM POLICY-PARA.
           IF RUN-OK
              OPEN INPUT AUDITFILE
              IF FSAUD NOT = "00"
                 PERFORM FILE-MISSING-PARA.
           IF RUN-OK
              PERFORM AU-RUN-PARA.
           PERFORM PRINT-FILE-PARA.

       AU-RUN-PARA.
           MOVE CUT-DATE TO EFF-CUTOFF.
           SORT SORT-FILE ON ASCENDING KEY SRT-YEAR SRT-DATA
              INPUT PROCEDURE IS AU-SELECT-PARA
              OUTPUT PROCEDURE IS AU-ARCHIVE-PARA.
           CLOSE AUDITFILE.
           PERFORM AU-KEEP-PARA.
           IF NOT KEEP-FAILED
              PERFORM AU-REBUILD-PARA.
           MOVE 'N' TO LIVE-EOF-SW.
           OPEN INPUT AUDITFILE.
           PERFORM AU-AFTER-PARA UNTIL LIVE-EOF.
           CLOSE AUDITFILE.
           PERFORM FINISH-PARA.

       AU-SELECT-PARA.
           PERFORM AU-SELECT-READ-PARA UNTIL LIVE-EOF.

       AU-SELECT-READ-PARA.
           READ AUDITFILE AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              ADD 1 TO BEFORE-COUNT
              MOVE ADATE TO REC-DATE
              IF REC-DATE < CUT-DATE
                 MOVE REC-DATE(1:4) TO SRT-YEAR
                 MOVE AUDITREC TO SRT-DATA
                 RELEASE SORT-REC.

       AU-ARCHIVE-PARA.
           MOVE 'N' TO ARC-OPEN-SW.
           PERFORM AU-ARCHIVE-RETURN-PARA UNTIL SORT-EOF.
           IF ARC-OPEN
              CLOSE AUDITARC.

       AU-ARCHIVE-RETURN-PARA.
           RETURN SORT-FILE AT END SET SORT-EOF TO TRUE.
           IF NOT SORT-EOF
              PERFORM AU-ARCHIVE-REC-PARA.

       AU-ARCHIVE-REC-PARA.
           IF SRT-YEAR NOT = HOLD-YEAR AND NOT ARC-FAILED
              PERFORM AU-ARCHIVE-OPEN-PARA.
           MOVE 0 TO REC-AMOUNT.
           IF ARC-OPEN AND NOT ARC-FAILED
              WRITE AUDITARCREC FROM SRT-DATA
              MOVE FSAUA TO ERR-STATUS
              IF FSAUA = "00"
                 PERFORM ARC-COUNT-PARA
              ELSE
                 PERFORM ARC-WRITE-FAIL-PARA.

       AU-ARCHIVE-OPEN-PARA.
           IF ARC-OPEN
              CLOSE AUDITARC.
           PERFORM SORT-ARC-OPEN-PARA.
           OPEN EXTEND AUDITARC.
           IF FSAUA = 30 OR FSAUA = 35
              OPEN OUTPUT AUDITARC.
           MOVE 'N' TO ARC-OPEN-SW.
           IF FSAUA = "00"
              MOVE 'Y' TO ARC-OPEN-SW.
           PERFORM ARC-STATUS-PARA.

       AU-KEEP-PARA.
           OPEN OUTPUT AUDITKEEP.
           MOVE FSAUK TO ERR-STATUS.
           IF FSAUK NOT = "00"
              PERFORM KEEP-FAIL-PARA
           ELSE
              MOVE 'N' TO LIVE-EOF-SW
              OPEN INPUT AUDITFILE
              PERFORM AU-KEEP-READ-PARA UNTIL LIVE-EOF
              CLOSE AUDITFILE
              CLOSE AUDITKEEP.

       AU-KEEP-READ-PARA.
           READ AUDITFILE AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              MOVE ADATE TO REC-DATE
              IF REC-DATE < EFF-CUTOFF
                 ADD 1 TO DEL-COUNT
              ELSE
                 PERFORM AU-KEEP-WRITE-PARA.

       AU-KEEP-WRITE-PARA.
           WRITE AUDITKEEPREC FROM AUDITREC.
           MOVE FSAUK TO ERR-STATUS.
           IF FSAUK NOT = "00"
              PERFORM KEEP-FAIL-PARA
              SET LIVE-EOF TO TRUE.

       AU-REBUILD-PARA.
           MOVE 'N' TO KEEP-EOF-SW.
           OPEN INPUT AUDITKEEP.
           MOVE FSAUK TO ERR-STATUS.
           IF FSAUK NOT = "00"
              PERFORM KEEP-FAIL-PARA
           ELSE
              OPEN OUTPUT AUDITFILE
              PERFORM AU-RESTORE-PARA UNTIL KEEP-EOF
              CLOSE AUDITKEEP
              CLOSE AUDITFILE.

       AU-RESTORE-PARA.
           READ AUDITKEEP AT END SET KEEP-EOF TO TRUE.
           IF NOT KEEP-EOF
              WRITE AUDITREC FROM AUDITKEEPREC
              MOVE FSAUD TO ERR-STATUS
              IF FSAUD NOT = "00"
                 PERFORM REBUILD-FAIL-PARA
                 SET KEEP-EOF TO TRUE.

       AU-AFTER-PARA.
           READ AUDITFILE AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              ADD 1 TO AFTER-COUNT.

       ARC-ATTEND-PARA.
           MOVE "ATTEND" TO FILE-CODE.
           MOVE "NONE" TO AMT-BASIS.
           PERFORM POLICY-PARA.
           IF RUN-OK
              OPEN I-O ATTENDANCEFILE
              IF FSAT NOT = "00"
                 PERFORM FILE-MISSING-PARA.
           IF RUN-OK
              PERFORM AT-RUN-PARA.
           PERFORM PRINT-FILE-PARA.

       AT-RUN-PARA.
           MOVE CUT-DATE TO EFF-CUTOFF.
           SORT SORT-FILE ON ASCENDING KEY SRT-YEAR SRT-DATA
              INPUT PROCEDURE IS AT-SELECT-PARA
              OUTPUT PROCEDURE IS AT-ARCHIVE-PARA.
           CLOSE ATTENDANCEFILE.
           MOVE 'N' TO LIVE-EOF-SW.
           OPEN I-O ATTENDANCEFILE.
           PERFORM AT-PURGE-PARA UNTIL LIVE-EOF.
           CLOSE ATTENDANCEFILE.
           MOVE 'N' TO LIVE-EOF-SW.
           OPEN INPUT ATTENDANCEFILE.
           PERFORM AT-AFTER-PARA UNTIL LIVE-EOF.
           CLOSE ATTENDANCEFILE.
           PERFORM FINISH-PARA.

       AT-SELECT-PARA.
           PERFORM AT-SELECT-READ-PARA UNTIL LIVE-EOF.

       AT-SELECT-READ-PARA.
           READ ATTENDANCEFILE NEXT RECORD AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              ADD 1 TO BEFORE-COUNT
              MOVE SPACES TO REC-DATE
              STRING ATDATE(1:4) ATDATE(6:2) ATDATE(9:2)
                 DELIMITED BY SIZE INTO REC-DATE
              IF REC-DATE NUMERIC AND REC-DATE < CUT-DATE
                 MOVE REC-DATE(1:4) TO SRT-YEAR
                 MOVE ATTENDANCEREC TO SRT-DATA
                 RELEASE SORT-REC.

       AT-ARCHIVE-PARA.
           MOVE 'N' TO ARC-OPEN-SW.
           PERFORM AT-ARCHIVE-RETURN-PARA UNTIL SORT-EOF.
           IF ARC-OPEN
              CLOSE ATTENDARC.

       AT-ARCHIVE-RETURN-PARA.
           RETURN SORT-FILE AT END SET SORT-EOF TO TRUE.
           IF NOT SORT-EOF
              PERFORM AT-ARCHIVE-REC-PARA.

       AT-ARCHIVE-REC-PARA.
           IF SRT-YEAR NOT = HOLD-YEAR AND NOT ARC-FAILED
              PERFORM AT-ARCHIVE-OPEN-PARA.
           MOVE 0 TO REC-AMOUNT.
           IF ARC-OPEN AND NOT ARC-FAILED
              WRITE ATTENDARCREC FROM SRT-DATA
              MOVE FSATA TO ERR-STATUS
              IF FSATA = "00"
                 PERFORM ARC-COUNT-PARA
              ELSE
                 PERFORM ARC-WRITE-FAIL-PARA.

       AT-ARCHIVE-OPEN-PARA.
           IF ARC-OPEN
              CLOSE ATTENDARC.
           PERFORM SORT-ARC-OPEN-PARA.
           OPEN EXTEND ATTENDARC.
           IF FSATA = 30 OR FSATA = 35
              OPEN OUTPUT ATTENDARC.
           MOVE 'N' TO ARC-OPEN-SW.
           IF FSATA = "00"
              MOVE 'Y' TO ARC-OPEN-SW.
           PERFORM ARC-STATUS-PARA.

       AT-PURGE-PARA.
           READ ATTENDANCEFILE NEXT RECORD AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              MOVE SPACES TO REC-DATE
              STRING ATDATE(1:4) ATDATE(6:2) ATDATE(9:2)
                 DELIMITED BY SIZE INTO REC-DATE
              IF REC-DATE NUMERIC AND REC-DATE < EFF-CUTOFF
                 PERFORM AT-DELETE-PARA.

       AT-DELETE-PARA.
           MOVE 'Y' TO WRITE-OK-SW.
           DELETE ATTENDANCEFILE RECORD
              INVALID KEY MOVE 'N' TO WRITE-OK-SW.
           IF WRITE-OK
              ADD 1 TO DEL-COUNT.

       AT-AFTER-PARA.
           READ ATTENDANCEFILE NEXT RECORD AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              ADD 1 TO AFTER-COUNT.

       ARC-LOANTXN-PARA.
           MOVE "LOANTXN" TO FILE-CODE.
           MOVE "LOAN AMOUNT" TO AMT-BASIS.
           PERFORM POLICY-PARA.
           IF RUN-OK
              OPEN INPUT LOANTXNFILE
              IF FSLX NOT = "00"
                 PERFORM FILE-MISSING-PARA.
           IF RUN-OK
              PERFORM LX-RUN-PARA.
           PERFORM PRINT-FILE-PARA.

       LX-RUN-PARA.
           MOVE CUT-DATE TO EFF-CUTOFF.
           SORT SORT-FILE ON ASCENDING KEY SRT-YEAR SRT-DATA
              INPUT PROCEDURE IS LX-SELECT-PARA
              OUTPUT PROCEDURE IS LX-ARCHIVE-PARA.
           CLOSE LOANTXNFILE.
           PERFORM LX-KEEP-PARA.
           IF NOT KEEP-FAILED
              PERFORM LX-REBUILD-PARA.
           MOVE 'N' TO LIVE-EOF-SW.
           OPEN INPUT LOANTXNFILE.
           PERFORM LX-AFTER-PARA UNTIL LIVE-EOF.
           CLOSE LOANTXNFILE.
           PERFORM FINISH-PARA.

       LX-SELECT-PARA.
           PERFORM LX-SELECT-READ-PARA UNTIL LIVE-EOF.

       LX-SELECT-READ-PARA.
           READ LOANTXNFILE AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              ADD 1 TO BEFORE-COUNT
              ADD LXAMOUNT TO BEFORE-AMT
              MOVE LXDATE TO REC-DATE
              IF REC-DATE < CUT-DATE
                 MOVE REC-DATE(1:4) TO SRT-YEAR
                 MOVE LOANTXNREC TO SRT-DATA
                 RELEASE SORT-REC.

       LX-ARCHIVE-PARA.
           MOVE 'N' TO ARC-OPEN-SW.
           PERFORM LX-ARCHIVE-RETURN-PARA UNTIL SORT-EOF.
           IF ARC-OPEN
              CLOSE LOANTXNARC.

       LX-ARCHIVE-RETURN-PARA.
           RETURN SORT-FILE AT END SET SORT-EOF TO TRUE.
           IF NOT SORT-EOF
              PERFORM LX-ARCHIVE-REC-PARA.

       LX-ARCHIVE-REC-PARA.
           IF SRT-YEAR NOT = HOLD-YEAR AND NOT ARC-FAILED
              PERFORM LX-ARCHIVE-OPEN-PARA.
           MOVE SRT-DATA TO LOANTXNREC.
           MOVE LXAMOUNT TO REC-AMOUNT.
           IF ARC-OPEN AND NOT ARC-FAILED
              WRITE LOANTXNARCREC FROM LOANTXNREC
              MOVE FSLXA TO ERR-STATUS
              IF FSLXA = "00"
                 PERFORM ARC-COUNT-PARA
              ELSE
                 PERFORM ARC-WRITE-FAIL-PARA.

       LX-ARCHIVE-OPEN-PARA.
           IF ARC-OPEN
              CLOSE LOANTXNARC.
           PERFORM SORT-ARC-OPEN-PARA.
           OPEN EXTEND LOANTXNARC.
           IF FSLXA = 30 OR FSLXA = 35
              OPEN OUTPUT LOANTXNARC.
           MOVE 'N' TO ARC-OPEN-SW.
           IF FSLXA = "00"
              MOVE 'Y' TO ARC-OPEN-SW.
           PERFORM ARC-STATUS-PARA.

       LX-KEEP-PARA.
           OPEN OUTPUT LOANTXNKEEP.
           MOVE FSLXK TO ERR-STATUS.
           IF FSLXK NOT = "00"
              PERFORM KEEP-FAIL-PARA
           ELSE
              MOVE 'N' TO LIVE-EOF-SW
              OPEN INPUT LOANTXNFILE
              PERFORM LX-KEEP-READ-PARA UNTIL LIVE-EOF
              CLOSE LOANTXNFILE
              CLOSE LOANTXNKEEP.

       LX-KEEP-READ-PARA.
           READ LOANTXNFILE AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              MOVE LXDATE TO REC-DATE
              IF REC-DATE < EFF-CUTOFF
                 ADD 1 TO DEL-COUNT
                 ADD LXAMOUNT TO DEL-AMT
              ELSE
                 PERFORM LX-KEEP-WRITE-PARA.

       LX-KEEP-WRITE-PARA.
           WRITE LOANTXNKEEPREC FROM LOANTXNREC.
           MOVE FSLXK TO ERR-STATUS.
           IF FSLXK NOT = "00"
              PERFORM KEEP-FAIL-PARA
              SET LIVE-EOF TO TRUE.

       LX-REBUILD-PARA.
           MOVE 'N' TO KEEP-EOF-SW.
           OPEN INPUT LOANTXNKEEP.
           MOVE FSLXK TO ERR-STATUS.
           IF FSLXK NOT = "00"
              PERFORM KEEP-FAIL-PARA
           ELSE
              OPEN OUTPUT LOANTXNFILE
              PERFORM LX-RESTORE-PARA UNTIL KEEP-EOF
              CLOSE LOANTXNKEEP
              CLOSE LOANTXNFILE.

       LX-RESTORE-PARA.
           READ LOANTXNKEEP AT END SET KEEP-EOF TO TRUE.
           IF NOT KEEP-EOF
              WRITE LOANTXNREC FROM LOANTXNKEEPREC
              MOVE FSLX TO ERR-STATUS
              IF FSLX NOT = "00"
                 PERFORM REBUILD-FAIL-PARA
                 SET KEEP-EOF TO TRUE.

       LX-AFTER-PARA.
           READ LOANTXNFILE AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              ADD 1 TO AFTER-COUNT
              ADD LXAMOUNT TO AFTER-AMT.

       ARC-SIGNLOG-PARA.
           MOVE "SIGNLOG" TO FILE-CODE.
           MOVE "NONE" TO AMT-BASIS.
           PERFORM POLICY-PARA.
           IF RUN-OK
              OPEN INPUT SIGNONLOGFILE
              IF FSSG NOT = "00"
                 PERFORM FILE-MISSING-PARA.
           IF RUN-OK
              PERFORM SG-RUN-PARA.
           PERFORM PRINT-FILE-PARA.

       SG-RUN-PARA.
           MOVE CUT-DATE TO EFF-CUTOFF.
           SORT SORT-FILE ON ASCENDING KEY SRT-YEAR SRT-DATA
              INPUT PROCEDURE IS SG-SELECT-PARA
              OUTPUT PROCEDURE IS SG-ARCHIVE-PARA.
           CLOSE SIGNONLOGFILE.
           PERFORM SG-KEEP-PARA.
           IF NOT KEEP-FAILED
              PERFORM SG-REBUILD-PARA.
           MOVE 'N' TO LIVE-EOF-SW.
           OPEN INPUT SIGNONLOGFILE.
           PERFORM SG-AFTER-PARA UNTIL LIVE-EOF.
           CLOSE SIGNONLOGFILE.
           PERFORM FINISH-PARA.

       SG-SELECT-PARA.
           PERFORM SG-SELECT-READ-PARA UNTIL LIVE-EOF.

       SG-SELECT-READ-PARA.
           READ SIGNONLOGFILE AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              ADD 1 TO BEFORE-COUNT
              MOVE SGDATE TO REC-DATE
              IF REC-DATE < CUT-DATE
                 MOVE REC-DATE(1:4) TO SRT-YEAR
                 MOVE SIGNLOGREC TO SRT-DATA
                 RELEASE SORT-REC.

       SG-ARCHIVE-PARA.
           MOVE 'N' TO ARC-OPEN-SW.
           PERFORM SG-ARCHIVE-RETURN-PARA UNTIL SORT-EOF.
           IF ARC-OPEN
              CLOSE SIGNLOGARC.

       SG-ARCHIVE-RETURN-PARA.
           RETURN SORT-FILE AT END SET SORT-EOF TO TRUE.
           IF NOT SORT-EOF
              PERFORM SG-ARCHIVE-REC-PARA.

       SG-ARCHIVE-REC-PARA.
           IF SRT-YEAR NOT = HOLD-YEAR AND NOT ARC-FAILED
              PERFORM SG-ARCHIVE-OPEN-PARA.
           MOVE SRT-DATA TO SIGNLOGREC.
           MOVE 0 TO REC-AMOUNT.
           IF ARC-OPEN AND NOT ARC-FAILED
              WRITE SIGNLOGARCREC FROM SIGNLOGREC
              MOVE FSSGA TO ERR-STATUS
              IF FSSGA = "00"
                 PERFORM ARC-COUNT-PARA
              ELSE
                 PERFORM ARC-WRITE-FAIL-PARA.

       SG-ARCHIVE-OPEN-PARA.
           IF ARC-OPEN
              CLOSE SIGNLOGARC.
           PERFORM SORT-ARC-OPEN-PARA.
           OPEN EXTEND SIGNLOGARC.
           IF FSSGA = 30 OR FSSGA = 35
              OPEN OUTPUT SIGNLOGARC.
           MOVE 'N' TO ARC-OPEN-SW.
           IF FSSGA = "00"
              MOVE 'Y' TO ARC-OPEN-SW.
           PERFORM ARC-STATUS-PARA.

       SG-KEEP-PARA.
           OPEN OUTPUT SIGNLOGKEEP.
           MOVE FSSGK TO ERR-STATUS.
           IF FSSGK NOT = "00"
              PERFORM KEEP-FAIL-PARA
           ELSE
              MOVE 'N' TO LIVE-EOF-SW
              OPEN INPUT SIGNONLOGFILE
              PERFORM SG-KEEP-READ-PARA UNTIL LIVE-EOF
              CLOSE SIGNONLOGFILE
              CLOSE SIGNLOGKEEP.

       SG-KEEP-READ-PARA.
           READ SIGNONLOGFILE AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              MOVE SGDATE TO REC-DATE
              IF REC-DATE < EFF-CUTOFF
                 ADD 1 TO DEL-COUNT
              ELSE
                 PERFORM SG-KEEP-WRITE-PARA.

       SG-KEEP-WRITE-PARA.
           WRITE SIGNLOGKEEPREC FROM SIGNLOGREC.
           MOVE FSSGK TO ERR-STATUS.
           IF FSSGK NOT = "00"
              PERFORM KEEP-FAIL-PARA
              SET LIVE-EOF TO TRUE.

       SG-REBUILD-PARA.
           MOVE 'N' TO KEEP-EOF-SW.
           OPEN INPUT SIGNLOGKEEP.
           MOVE FSSGK TO ERR-STATUS.
           IF FSSGK NOT = "00"
              PERFORM KEEP-FAIL-PARA
           ELSE
              OPEN OUTPUT SIGNONLOGFILE
              PERFORM SG-RESTORE-PARA UNTIL KEEP-EOF
              CLOSE SIGNLOGKEEP
              CLOSE SIGNONLOGFILE.

       SG-RESTORE-PARA.
           READ SIGNLOGKEEP AT END SET KEEP-EOF TO TRUE.
           IF NOT KEEP-EOF
              WRITE SIGNLOGREC FROM SIGNLOGKEEPREC
              MOVE FSSG TO ERR-STATUS
              IF FSSG NOT = "00"
                 PERFORM REBUILD-FAIL-PARA
                 SET KEEP-EOF TO TRUE.

       SG-AFTER-PARA.
           READ SIGNONLOGFILE AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              ADD 1 TO AFTER-COUNT.

       ARC-LEAVETRN-PARA.
           MOVE "LEAVETRN" TO FILE-CODE.
           MOVE "LEAVE DAYS" TO AMT-BASIS.
           PERFORM POLICY-PARA.
           IF RUN-OK
              PERFORM LV-YEAR-PARA.
           IF RUN-OK
              OPEN INPUT LEAVETRANSFILE
              IF FSLT NOT = "00"
                 PERFORM FILE-MISSING-PARA.
           IF RUN-OK
              PERFORM LV-CLOSE-CHECK-PARA.
           IF RUN-OK
              OPEN I-O LEAVETRANSFILE
              PERFORM LT-RUN-PARA.
           PERFORM PRINT-FILE-PARA.

       LV-YEAR-PARA.
           MOVE "0101" TO CUT-DATE(5:4).
           COMPUTE LV-YEAR = CUT-YY - 1.
           MOVE CUT-YY TO LV-NEXT.
           MOVE LV-YEAR TO LV-YEAR-X.
           MOVE LV-NEXT TO LV-NEXT-X.
           IF LV-YEAR NOT < RUN-YY
              MOVE 'N' TO RUN-SW
              STRING "REFUSED - LEAVE YEAR " LV-YEAR-X
                 " IS STILL IN PROGRESS"
                 DELIMITED BY SIZE INTO RESULT-TEXT.

       LV-CLOSE-CHECK-PARA.
           MOVE 'N' TO LV-CREDIT-SW.
           MOVE 'N' TO LV-CLOSE-SW.
           PERFORM LV-CLOSE-READ-PARA UNTIL LIVE-EOF.
           CLOSE LEAVETRANSFILE.
           MOVE 'N' TO LIVE-EOF-SW.
           IF LV-CREDITED AND NOT LV-CLOSED
              MOVE 'N' TO RUN-SW
              STRING "REFUSED - LEAVE YEAR " LV-YEAR-X
                 " HAS NOT BEEN CLOSED BY THE YEAR-END RUN"
                 DELIMITED BY SIZE INTO RESULT-TEXT.

       LV-CLOSE-READ-PARA.
           READ LEAVETRANSFILE NEXT RECORD AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              IF LTFMDATE(1:4) = LV-YEAR-X AND LT-CREDIT
                 MOVE 'Y' TO LV-CREDIT-SW.
           IF NOT LIVE-EOF
              IF LTFMDATE(1:4) = LV-YEAR-X AND LT-LAPSE
                 MOVE 'Y' TO LV-CLOSE-SW.
           IF NOT LIVE-EOF
              IF LTFMDATE(1:4) = LV-NEXT-X AND LT-CARRY
                 MOVE 'Y' TO LV-CLOSE-SW.

       LT-RUN-PARA.
           MOVE CUT-DATE TO EFF-CUTOFF.
           SORT SORT-FILE ON ASCENDING KEY SRT-YEAR SRT-DATA
              INPUT PROCEDURE IS LT-SELECT-PARA
              OUTPUT PROCEDURE IS LT-ARCHIVE-PARA.
           CLOSE LEAVETRANSFILE.
           MOVE 'N' TO LIVE-EOF-SW.
           OPEN I-O LEAVETRANSFILE.
           PERFORM LT-PURGE-PARA UNTIL LIVE-EOF.
           CLOSE LEAVETRANSFILE.
           MOVE 'N' TO LIVE-EOF-SW.
           OPEN INPUT LEAVETRANSFILE.
           PERFORM LT-AFTER-PARA UNTIL LIVE-EOF.
           CLOSE LEAVETRANSFILE.
           PERFORM FINISH-PARA.

       LT-SELECT-PARA.
           PERFORM LT-SELECT-READ-PARA UNTIL LIVE-EOF.

       LT-SELECT-READ-PARA.
           READ LEAVETRANSFILE NEXT RECORD AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              ADD 1 TO BEFORE-COUNT
              ADD LTDAYS TO BEFORE-AMT
              MOVE SPACES TO REC-DATE
              STRING LTFMDATE(1:4) LTFMDATE(6:2) LTFMDATE(9:2)
                 DELIMITED BY SIZE INTO REC-DATE
              IF REC-DATE NUMERIC AND REC-DATE < CUT-DATE
                 MOVE REC-DATE(1:4) TO SRT-YEAR
                 MOVE LEAVETRANSREC TO SRT-DATA
                 RELEASE SORT-REC.

       LT-ARCHIVE-PARA.
           MOVE 'N' TO ARC-OPEN-SW.
           PERFORM LT-ARCHIVE-RETURN-PARA UNTIL SORT-EOF.
           IF ARC-OPEN
              CLOSE LEAVETRNARC.

       LT-ARCHIVE-RETURN-PARA.
           RETURN SORT-FILE AT END SET SORT-EOF TO TRUE.
           IF NOT SORT-EOF
              PERFORM LT-ARCHIVE-REC-PARA.

       LT-ARCHIVE-REC-PARA.
           IF SRT-YEAR NOT = HOLD-YEAR AND NOT ARC-FAILED
              PERFORM LT-ARCHIVE-OPEN-PARA.
           MOVE SRT-DATA TO LEAVETRANSREC.
           MOVE LTDAYS TO REC-AMOUNT.
           IF ARC-OPEN AND NOT ARC-FAILED
              WRITE LEAVETRNARCREC FROM SRT-DATA
              MOVE FSLTA TO ERR-STATUS
              IF FSLTA = "00"
                 PERFORM ARC-COUNT-PARA
              ELSE
                 PERFORM ARC-WRITE-FAIL-PARA.

       LT-ARCHIVE-OPEN-PARA.
           IF ARC-OPEN
              CLOSE LEAVETRNARC.
           PERFORM SORT-ARC-OPEN-PARA.
           OPEN EXTEND LEAVETRNARC.
           IF FSLTA = 30 OR FSLTA = 35
              OPEN OUTPUT LEAVETRNARC.
           MOVE 'N' TO ARC-OPEN-SW.
           IF FSLTA = "00"
              MOVE 'Y' TO ARC-OPEN-SW.
           PERFORM ARC-STATUS-PARA.

       LT-PURGE-PARA.
           READ LEAVETRANSFILE NEXT RECORD AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              MOVE SPACES TO REC-DATE
              STRING LTFMDATE(1:4) LTFMDATE(6:2) LTFMDATE(9:2)
                 DELIMITED BY SIZE INTO REC-DATE
              IF REC-DATE NUMERIC AND REC-DATE < EFF-CUTOFF
                 PERFORM LT-DELETE-PARA.

       LT-DELETE-PARA.
           MOVE 'Y' TO WRITE-OK-SW.
           DELETE LEAVETRANSFILE RECORD
              INVALID KEY MOVE 'N' TO WRITE-OK-SW.
           IF WRITE-OK
              ADD 1 TO DEL-COUNT
              ADD LTDAYS TO DEL-AMT.

       LT-AFTER-PARA.
           READ LEAVETRANSFILE NEXT RECORD AT END SET LIVE-EOF TO TRUE.
           IF NOT LIVE-EOF
              ADD 1 TO AFTER-COUNT
              ADD LTDAYS TO AFTER-AMT.

       FINISH-PARA.
           MOVE 'Y' TO RAN-SW.
           MOVE "ARCHIVED" TO RESULT-TEXT.
           IF DUP-COUNT > 0
              MOVE SPACES TO RESULT-TEXT
              STRING "ARCHIVED - " DUP-COUNT
                 " RECORDS WERE ALREADY IN THE ARCHIVE"
                 DELIMITED BY SIZE INTO RESULT-TEXT.
           IF ARC-FAILED
              MOVE SPACES TO RESULT-TEXT
              STRING "ARCHIVE " FAIL-YEAR " NOT WRITTEN - "
                 FAIL-YEAR " ONWARD KEPT ONLINE, CUTOFF " EFF-CUTOFF
                 DELIMITED BY SIZE INTO RESULT-TEXT.
           IF KEEP-FAILED
              MOVE KEEP-TEXT TO RESULT-TEXT.
           COMPUTE CHECK-COUNT = AFTER-COUNT + ARCH-COUNT.
           COMPUTE CHECK-AMT = AFTER-AMT + ARCH-AMT.
           MOVE "BALANCED" TO BALANCE-TEXT.
           IF CHECK-COUNT NOT = BEFORE-COUNT
              MOVE "*** OUT OF BALANCE ***" TO BALANCE-TEXT.
           IF CHECK-AMT NOT = BEFORE-AMT
              MOVE "*** OUT OF BALANCE ***" TO BALANCE-TEXT.
           IF ARCH-COUNT NOT = DEL-COUNT OR ARCH-AMT NOT = DEL-AMT
              MOVE "*** OUT OF BALANCE ***" TO BALANCE-TEXT.
           IF BALANCE-TEXT = "BALANCED" AND NOT KEEP-FAILED
              PERFORM POLICY-UPDATE-PARA
           ELSE
              MOVE "NOT UPDATED - CUTOFF LEFT AT " TO POLICY-TEXT
              MOVE RTCUTOFF TO POLICY-TEXT(30:8).
           ADD 1 TO RUN-COUNT.
           MOVE FILE-CODE TO RN-FILE(RUN-COUNT).
           MOVE EFF-CUTOFF TO RN-CUTOFF(RUN-COUNT).
           MOVE BEFORE-COUNT TO RN-BEFORE(RUN-COUNT).
           MOVE ARCH-COUNT TO RN-ARCH(RUN-COUNT).
           MOVE AFTER-COUNT TO RN-AFTER(RUN-COUNT).

       POLICY-UPDATE-PARA.
           IF RTCUTOFF = SPACES OR EFF-CUTOFF > RTCUTOFF
              MOVE EFF-CUTOFF TO RTCUTOFF.
           MOVE RUN-DATE-X TO RTRUNDATE.
           MOVE DA-OPER-LK TO RTOPER.
           MOVE "CUTOFF NOW " TO POLICY-TEXT.
           MOVE RTCUTOFF TO POLICY-TEXT(12:8).
           REWRITE RETAINREC INVALID KEY
              MOVE "RETENTION POLICY NOT UPDATED" TO POLICY-TEXT.

       PRINT-FILE-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE FILE-CODE TO FL-FILE.
           MOVE 0 TO FL-KEEP.
           MOVE SPACES TO FL-UNIT.
           IF HAVE-POLICY
              MOVE RTKEEP TO FL-KEEP
              MOVE "MONTHS" TO FL-UNIT.
           IF HAVE-POLICY AND RTUNIT = "Y"
              MOVE "YEARS" TO FL-UNIT.
           MOVE CUT-DATE TO FL-CUTOFF.
           MOVE AMT-BASIS TO FL-BASIS.
           MOVE FILE-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           IF FILE-RAN
              PERFORM PRINT-COUNTS-PARA.
           MOVE SPACES TO RPT-TEXT.
           STRING "    RESULT     " RESULT-TEXT
              DELIMITED BY SIZE INTO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       PRINT-COUNTS-PARA.
           MOVE COUNT-HDG-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "BEFORE" TO CL-LABEL.
           MOVE BEFORE-COUNT TO CL-COUNT.
           MOVE BEFORE-AMT TO CL-AMOUNT.
           MOVE COUNT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "ARCHIVED" TO CL-LABEL.
           MOVE ARCH-COUNT TO CL-COUNT.
           MOVE ARCH-AMT TO CL-AMOUNT.
           MOVE COUNT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "DELETED" TO CL-LABEL.
           MOVE DEL-COUNT TO CL-COUNT.
           MOVE DEL-AMT TO CL-AMOUNT.
           MOVE COUNT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE "AFTER" TO CL-LABEL.
           MOVE AFTER-COUNT TO CL-COUNT.
           MOVE AFTER-AMT TO CL-AMOUNT.
           MOVE COUNT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE SPACES TO RPT-TEXT.
           STRING "    BALANCE    " BALANCE-TEXT
              DELIMITED BY SIZE INTO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.
           MOVE SPACES TO RPT-TEXT.
           STRING "    POLICY     " POLICY-TEXT
              DELIMITED BY SIZE INTO RPT-TEXT.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM PRINT-LINE-PARA.

       AUDIT-LOG-PARA.
           OPEN EXTEND AUDITFILE.
           IF FSAUD = 30 OR FSAUD = 35
              OPEN OUTPUT AUDITFILE.
           ACCEPT RUN-TIME FROM TIME.
           MOVE 1 TO FILE-SUB.
           PERFORM AUDIT-LOG-WRITE-PARA UNTIL FILE-SUB > RUN-COUNT.
           CLOSE AUDITFILE.

       AUDIT-LOG-WRITE-PARA.
           MOVE RUN-DATE TO ADATE.
           MOVE RUN-TIME(1:6) TO ATIME.
           MOVE DA-OPER-LK TO AOPER.
           MOVE SPACES TO AFILE.
           STRING RN-FILE(FILE-SUB) DELIMITED BY SPACE
              ".DAT" DELIMITED BY SIZE INTO AFILE.
           MOVE RN-CUTOFF(FILE-SUB) TO AKEY.
           MOVE SPACES TO AEMPID.
           MOVE "ARC" TO AACTION.
           MOVE SPACES TO ABEFORE AAFTER.
           STRING "RECORDS " RN-BEFORE(FILE-SUB)
              DELIMITED BY SIZE INTO ABEFORE.
           STRING "ARCHIVED " RN-ARCH(FILE-SUB)
              " KEPT " RN-AFTER(FILE-SUB)
              DELIMITED BY SIZE INTO AAFTER.
           WRITE AUDITREC.
           ADD 1 TO FILE-SUB.

       PRINT-HEADING-PARA.
           ADD 1 TO PAGE-COUNT.
           MOVE RUN-DATE TO HDG-DATE.
           MOVE PAGE-COUNT TO HDG-PAGE.
           WRITE PRINT-REC FROM HDG-LINE-1.
           MOVE SPACES TO PRINT-REC.
              PERFORM PRINT-HEADING-PARA.
           WRITE PRINT-REC FROM RPT-LINE.
           ADD 1 TO LINE-COUNT.
           END PROGRAM DATAARC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLCNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDPAYCTLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSOC.

           SELECT PAYCTLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSCTL.

       DATA DIVISION.
       FILE SECTION.
       FD OLDPAYCTLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYCTL.DAT".
       01 OLDPAYCTLREC.
           02 OCTLPERIOD  PIC X(6).
           02 FILLER      PIC X(7).

       FD PAYCTLFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PAYCTL.DAT".
       01 PAYCTLREC.
           02 CTLPERIOD   PIC X(6).
           02 CTLLVPOST   PIC X(1).
           02 CTLLOANPOST PIC X(1).
           02 CTLREVAPPLY PIC X(1).
           02 CTLBANKEXP  PIC X(1).
           02 CTLRPTBATCH PIC X(1).
           02 CTLPAYCLOSE PIC X(1).
           02 CTLATTPOST  PIC X(1).
           02 CTLSTATPOST PIC X(1).
           02 CTLEARNPAY  PIC X(1).

       WORKING-STORAGE SECTION.
       77 FSOC  PIC XX.
       77 FSCTL PIC XX.
       77 CONFIRM-SW PIC X VALUE 'N'.
       77 OLD-EOF-SW PIC X VALUE 'N'.
           88 OLD-EOF VALUE 'Y'.
       77 OLD-COUNT PIC 999 VALUE 0.
       01 OLD-CTL-REC PIC X(13).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PAY CONTROL FILE LAYOUT CONVERSION"
             AT COLUMN NUMBER 1.
           DISPLAY "REWRITES PAYCTL.DAT FROM THE OLD 13-BYTE"
             AT COLUMN NUMBER 1.
           DISPLAY "LAYOUT TO THE LAYOUT WITH STATPOST AND EARNPAY"
             AT COLUMN NUMBER 1.
           DISPLAY "FLAGS - RUN ONCE ONLY ON AN OLD FILE"
             AT COLUMN NUMBER 1.
           DISPLAY "CONFIRM CONVERSION (Y/N) :" AT COLUMN NUMBER 1.
           ACCEPT CONFIRM-SW AT COLUMN NUMBER 30.
           IF CONFIRM-SW NOT = "Y"
              DISPLAY "CONVERSION ABANDONED" AT COLUMN NUMBER 1
              EXIT PROGRAM.
           OPEN INPUT OLDPAYCTLFILE.
           IF FSOC NOT = "00"
              DISPLAY "NO PAY CONTROL FILE - NOTHING TO CONVERT"
                AT COLUMN NUMBER 1
              EXIT PROGRAM.
           PERFORM OLD-READ-PARA THRU OLD-READ-EXIT UNTIL OLD-EOF.
           CLOSE OLDPAYCTLFILE.
           IF OLD-COUNT = 0
              DISPLAY "NO PAY CONTROL RECORD - NOTHING TO CONVERT"
                AT COLUMN NUMBER 1
              EXIT PROGRAM.
           IF OLD-COUNT > 1 OR OLD-CTL-REC(1:6) NOT NUMERIC
              DISPLAY "PAYCTL.DAT NOT IN THE OLD LAYOUT"
                AT COLUMN NUMBER 1
              DISPLAY "CONVERSION ABANDONED - PAYCTL.DAT NOT CHANGED"
                AT COLUMN NUMBER 1
              EXIT PROGRAM.
           OPEN OUTPUT PAYCTLFILE.
           MOVE OLD-CTL-REC TO PAYCTLREC.
           MOVE "N" TO CTLSTATPOST CTLEARNPAY.
           WRITE PAYCTLREC.
           CLOSE PAYCTLFILE.
           DISPLAY "PAY CONTROL RECORD CONVERTED FOR PERIOD " CTLPERIOD
             AT COLUMN NUMBER 1.
           DISPLAY "END OF PAY CONTROL FILE CONVERSION"
             AT COLUMN NUMBER 1.
           EXIT PROGRAM.

       OLD-READ-PARA.
           READ OLDPAYCTLFILE AT END SET OLD-EOF TO TRUE
               GO TO OLD-READ-EXIT.
           ADD 1 TO OLD-COUNT.
           IF OLD-COUNT = 1
              MOVE OLDPAYCTLREC TO OLD-CTL-REC.
       OLD-READ-EXIT.
           EXIT.
           END PROGRAM CTLCNV.
