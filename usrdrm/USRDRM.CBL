000310*     FILING, WHATEVER ITS STATUS;
000320*   - REPORTS AN ACCOUNT WITH NO HISTORY AT ALL AS "NO ACTIVITY
000330*     SINCE CONVERSION" RATHER THAN SKIPPING IT.
000331*
000332* EVERY ESCHEAT CANDIDATE IS ALSO WRITTEN TO THE USERESCC EXTRACT
000333* (SEE THE USERESC COPYBOOK) FOR USRESC, WHICH SENDS THE HOLDER
000334* DUE-DILIGENCE NOTICES AND LATER FILES AND REMITS THE BALANCES
000335* TO THE STATE.  NOTHING ON THE MASTER IS CHANGED FOR A
000336* CANDIDATE HERE.
000340*
000350* BOTH THRESHOLDS COME OFF THE USERPARM CONTROL FILE - POLICY IS
000360* DATA, NOT A RECOMPILE - AND A THRESHOLD OF ZERO SWITCHES THAT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-USRDRM-STATUS.

000632     SELECT USERESCC  ASSIGN TO "USERESCC"
000634         ORGANIZATION IS LINE SEQUENTIAL
000636         FILE STATUS IS WS-USERESCC-STATUS.

000640     SELECT SORT-FILE ASSIGN TO "SORTWK01".

000650 DATA DIVISION.
000890                   ==PARM-INT-RATE==  BY ==PF-INT-RATE==
000900                   ==PARM-DORM-DAYS== BY ==PF-DORM-DAYS==
000910                   ==PARM-ESCH-DAYS== BY ==PF-ESCH-DAYS==
000911                   ==PARM-AGE-LIMIT== BY ==PF-AGE-LIMIT==
000913                   ==PARM-APPR-LIMIT== BY ==PF-APPR-LIMIT==.

000920 FD  USRDRM
000930     LABEL RECORDS ARE STANDARD.
000940 01  DRM-LINE                            PIC X(80).

000942 FD  USERESCC
000944     LABEL RECORDS ARE STANDARD.
000946 01  ESCC-RECORD.
000948     COPY USERESC.

000950 SD  SORT-FILE.
000960 01  SORT-RECORD.
000970     COPY USERHST
001000                   ==HIST-NEW-BAL==    BY ==SR-NEW-BAL==
001010                   ==HIST-EFF-DATE==   BY ==SR-EFF-DATE==
001020                   ==HIST-SOURCE-JOB== BY ==SR-SOURCE-JOB==
001022                   ==HIST-OPER-ID==   BY ==SR-OPER-ID==
001023                   ==HIST-POST-REF==   BY ==SR-POST-REF==
001024                   ==HIST-REVERSES-REF== BY ==SR-REVERSES-REF==
001025                   ==HIST-OLD-DEPT==   BY ==SR-OLD-DEPT==
001026                   ==HIST-NEW-DEPT==   BY ==SR-NEW-DEPT==
001027                   ==HIST-MOVE-TYPE==  BY ==SR-MOVE-TYPE==
001028                   ==HIST-INTEREST==   BY ==SR-INTEREST==
001029                   ==HIST-FEE==        BY ==SR-FEE==.

001030 WORKING-STORAGE SECTION.
001040 01  WS-PROGRAM-NAME                     PIC X(15)
001170                   ==HIST-NEW-BAL==    BY ==WH-NEW-BAL==
001180                   ==HIST-EFF-DATE==   BY ==WH-EFF-DATE==
001190                   ==HIST-SOURCE-JOB== BY ==WH-SOURCE-JOB==
001192                   ==HIST-OPER-ID==   BY ==WH-OPER-ID==
001193                   ==HIST-POST-REF==   BY ==WH-POST-REF==
001194                   ==HIST-REVERSES-REF== BY ==WH-REVERSES-REF==
001195                   ==HIST-OLD-DEPT==   BY ==WH-OLD-DEPT==
001196                   ==HIST-NEW-DEPT==   BY ==WH-NEW-DEPT==
001197                   ==HIST-MOVE-TYPE==  BY ==WH-MOVE-TYPE==
001198                   ==HIST-INTEREST==   BY ==WH-INTEREST==
001199                   ==HIST-FEE==        BY ==WH-FEE==.

001200 01  WS-FILE-STATUSES.
001210     05  WS-USERHIST-STATUS              PIC X(02).
001240         88  WS-USERMAST-OK               VALUE "00".
001250     05  WS-USERPARM-STATUS              PIC X(02).
001260     05  WS-USRDRM-STATUS                PIC X(02).
001265     05  WS-USERESCC-STATUS              PIC X(02).

001270 77  WS-HIST-EOF-SW                      PIC X(01) VALUE "N".
001280     88  WS-NO-MORE-HISTORY               VALUE "Y".
002330     IF WS-USRDRM-STATUS NOT = "00"
002340         DISPLAY "USRDRM: UNABLE TO OPEN USRDRM, STATUS = "
002350             WS-USRDRM-STATUS
002351         MOVE 16 TO RETURN-CODE
002352         GO TO 1000-EXIT
002353     END-IF.

002354     OPEN OUTPUT USERESCC.
002355     IF WS-USERESCC-STATUS NOT = "00"
002356         DISPLAY "USRDRM: UNABLE TO OPEN USERESCC, STATUS = "
002357             WS-USERESCC-STATUS
002360         MOVE 16 TO RETURN-CODE
002370         GO TO 1000-EXIT
002380     END-IF.
003560*----------------------------------------------------------
003570 3300-CONSUME-TRAIL.
003580     IF SR-USER-ID = USER-ID
003582*        MACHINE-GENERATED MOVEMENTS - THE USRACR ACCRUAL,
003584*        A USRDMV DEPARTMENT MOVE AND THIS RUN'S OWN STEP
003586*        RECORDS - PASS OVER, OR NOTHING WOULD EVER AGE.
003587         AND SR-SOURCE-JOB NOT = "USRDMV"
003588         AND SR-SOURCE-JOB NOT = "USRACR"
003589         AND SR-SOURCE-JOB NOT = "USRDRM"
003590         MOVE SR-EFF-DATE TO WS-LAST-MOVE-DATE
003970     MOVE USER-BAL TO WH-NEW-BAL.
003980     MOVE WS-RUN-DATE TO WH-EFF-DATE.
003990     MOVE "USRDRM" TO WH-SOURCE-JOB.
003992     MOVE SPACES TO WH-POST-REF.
003995     MOVE SPACES TO WH-OPER-ID.
003996     MOVE SPACES TO WH-REVERSES-REF.
003997     MOVE SPACES TO WH-OLD-DEPT.
003998     MOVE SPACES TO WH-NEW-DEPT.
003999     MOVE SPACE TO WH-MOVE-TYPE.
004000     WRITE HIST-RECORD FROM WS-HIST.

004010     MOVE "STEPPED TO INACTIVE   " TO DL-TAG.
004110* 3700-REPORT-ESCHEAT - PAST THE LONGER THRESHOLD THE ACCOUNT
004120* GOES ON THE CANDIDATE LIST FOR THE STATE FILING, WHATEVER ITS
004130* STATUS.  NOTHING IS CHANGED ON THE MASTER HERE - ESCHEAT IS A
004140* LEGAL DECISION, NOT A BATCH ONE.  THE CANDIDATE GOES TO THE
004142* USERESCC EXTRACT WITH ITS BALANCE AND LAST-MOVEMENT DATE FOR
004144* USRESC TO NOTICE AND, ONCE NOTICED, TO FILE.
004150*----------------------------------------------------------
004160 3700-REPORT-ESCHEAT.
004170     MOVE "ESCHEAT CANDIDATE     " TO DL-TAG.
004210     PERFORM 3800-FORMAT-LAST-MOVE THRU 3800-EXIT.
004220     WRITE DRM-LINE FROM WS-DETAIL-LINE.
004230     ADD 1 TO WS-ESCH-COUNT.

004231     MOVE USER-ID TO ESC-USER-ID.
004232     MOVE USER-NAME TO ESC-USER-NAME.
004233     MOVE USER-STATUS TO ESC-USER-STATUS.
004234     MOVE USER-BAL TO ESC-USER-BAL.
004235     MOVE USER-DEPT TO ESC-USER-DEPT.
004236     MOVE WS-LAST-MOVE-DATE TO ESC-LAST-MOVE-DATE.
004237     MOVE WS-AGE-DAYS TO ESC-AGE-DAYS.
004238     MOVE WS-RUN-DATE TO ESC-REVIEW-DATE.
004239     WRITE ESCC-RECORD.
004240 3700-EXIT.
004250     EXIT.

004480     MOVE WS-NOHIST-COUNT TO CT-COUNT.
004490     WRITE DRM-LINE FROM WS-COUNT-LINE.

004500     CLOSE USERHIST, USERMAST, USRDRM, USERESCC.
004510     DISPLAY "USRDRM: ACCOUNTS REVIEWED  = " WS-READ-COUNT.
004520     DISPLAY "USRDRM: STEPPED INACTIVE   = " WS-STEP-COUNT.
004530     DISPLAY "USRDRM: ESCHEAT CANDIDATES = " WS-ESCH-COUNT.
