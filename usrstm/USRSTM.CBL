000240*     PARM='ALL'               - EVERY ACCOUNT ON THE TRAIL
000250*     PARM='00000042'          - ONE ACCOUNT
000260*     PARM='00000010-00000099' - AN INCLUSIVE ID RANGE
000262*     PARM='CYCLE'             - CUSTOMER STATEMENTS FOR THE DAY'S
000264*                                STATEMENT CYCLE (SEE BELOW)
000270*
000271* CYCLE MODE IS THE CUSTOMER-FACING STATEMENT.  IT PICKS EVERY
000272* USERADDR ACCOUNT WHOSE CYCLE DAY IS TODAY (ON A MONTH'S LAST
000273* DAY, ANY CYCLE DAY PAST IT TOO) AND PRINTS THE MAILING BLOCK,
000274* THE PERIOD SINCE THE PRIOR CYCLE DATE, THE OPENING BALANCE, ONE
000275* LINE PER MOVEMENT AND THE CLOSING BALANCE - EVEN WITH NO
000276* MOVEMENTS.  NO ADDRESS OR A ZERO CYCLE DAY NEVER CYCLES.  A
000277* REVERSAL AND THE ACCRUAL'S INTEREST AND FEE ARE NAMED AS SUCH;
000278* A DEPARTMENT MOVE MOVES NO MONEY AND IS LEFT OFF.
000279*
000280* USERHIST IS SORTED BY USER-ID AND EFFECTIVE DATE, THEN PRINTED
000290* ONE ACCOUNT PER STATEMENT: NAME AND STATUS OFF USERMAST, ONE
000300* LINE PER MOVEMENT (DATE, OLD BALANCE, NEW BALANCE, DELTA AND
000310* SOURCE JOB), CLOSING WITH THE CURRENT USER-BAL.  AN ACCOUNT ON
000320* THE TRAIL BUT GONE FROM THE MASTER (CLOSED TO USERARCH) IS
000330* STILL PRINTED, FLAGGED SO THE READER KNOWS WHY THERE IS NO
000332* CURRENT BALANCE.  ONE WHOSE LAST MOVEMENT IS A USRESC
000334* REMITTANCE SAYS SO - THE BALANCE WENT TO THE STATE AS
000336* UNCLAIMED PROPERTY ON THAT DATE.
000338*
000340* A MOVEMENT WITH A POSTING REFERENCE IS FOLLOWED BY A REFERENCE
000342* LINE; A REVERSAL'S ALSO NAMES THE POSTING IT BACKED OUT.  UNDER
000344* A USRACR ACCRUAL IT SAYS INTEREST CREDITED OR SERVICE FEE
000346* CHARGED.  A USRDMV DEPARTMENT MOVE IS FOLLOWED BY A LINE
000348* GIVING THE OLD AND NEW DEPARTMENT.
000350*-----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-USRSTM-STATUS.

000491     SELECT USERADDR  ASSIGN TO "USERADDR"
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS DYNAMIC
000494         RECORD KEY IS ADR-USER-ID
000495         FILE STATUS IS WS-USERADDR-STATUS.

000500     SELECT SORT-FILE ASSIGN TO "SORTWK01".

000510 DATA DIVISION.
000690     LABEL RECORDS ARE STANDARD.
000700 01  STM-LINE                            PIC X(80).

000702 FD  USERADDR
000704     LABEL RECORDS ARE STANDARD.
000706 01  ADDR-RECORD.
000708     COPY USERADR.

000710 SD  SORT-FILE.
000720 01  SORT-RECORD.
000730     COPY USERHST
000760                   ==HIST-NEW-BAL==    BY ==SR-NEW-BAL==
000770                   ==HIST-EFF-DATE==   BY ==SR-EFF-DATE==
000780                   ==HIST-SOURCE-JOB== BY ==SR-SOURCE-JOB==
000782                   ==HIST-OPER-ID==   BY ==SR-OPER-ID==
000783                   ==HIST-POST-REF==   BY ==SR-POST-REF==
000784                   ==HIST-REVERSES-REF== BY ==SR-REVERSES-REF==
000785                   ==HIST-OLD-DEPT==   BY ==SR-OLD-DEPT==
000786                   ==HIST-NEW-DEPT==   BY ==SR-NEW-DEPT==
000787                   ==HIST-MOVE-TYPE==  BY ==SR-MOVE-TYPE==
000788                   ==HIST-INTEREST==   BY ==SR-INTEREST==
000789                   ==HIST-FEE==        BY ==SR-FEE==.

000790 WORKING-STORAGE SECTION.
000800 01  WS-PROGRAM-NAME                     PIC X(15)
000870     05  WS-USERMAST-STATUS              PIC X(02).
000880         88  WS-USERMAST-OK               VALUE "00".
000890     05  WS-USRSTM-STATUS                PIC X(02).
000892     05  WS-USERADDR-STATUS              PIC X(02).
000894         88  WS-USERADDR-EOF              VALUE "10".

000900 77  WS-HIST-EOF-SW                      PIC X(01) VALUE "N".
000910     88  WS-NO-MORE-HISTORY               VALUE "Y".
000920 77  WS-SORT-EOF-SW                      PIC X(01) VALUE "N".
000930     88  WS-NO-MORE-SORTED                VALUE "Y".

000932 77  WS-ADDR-EOF-SW                      PIC X(01) VALUE "N".
000934     88  WS-NO-MORE-ADDRESSES             VALUE "Y".

000940 77  WS-SELECT-SW                        PIC X(01) VALUE "N".
000950     88  WS-SELECT-ALL                    VALUE "A".
000960     88  WS-SELECT-RANGE                  VALUE "R".
000965     88  WS-SELECT-CYCLE                  VALUE "C".

000970 77  WS-FIRST-SW                         PIC X(01) VALUE "Y".
000980     88  WS-FIRST-ACCOUNT                 VALUE "Y".
001000     88  WS-ON-MASTER                     VALUE "Y".
001010     88  WS-NOT-ON-MASTER                 VALUE "N".

001011 77  WS-DUE-SW                           PIC X(01) VALUE "N".
001012     88  WS-CYCLE-DUE                     VALUE "Y".
001013     88  WS-CYCLE-NOT-DUE                 VALUE "N".

001014 77  WS-MONTH-END-SW                     PIC X(01) VALUE "N".
001015     88  WS-RUN-IS-MONTH-END              VALUE "Y".

001016 77  WS-OPENING-SW                       PIC X(01) VALUE "N".
001017     88  WS-OPENING-PENDING               VALUE "Y".
001018     88  WS-OPENING-PRINTED               VALUE "N".

001020 77  WS-ACCT-COUNT                       PIC 9(07) COMP
001030                                         VALUE ZERO.
001040 77  WS-MOVE-COUNT                       PIC 9(07) COMP
001050                                         VALUE ZERO.

001051*    CYCLE-MODE DATE WORK.
001052 01  WS-WORK-DATE                        PIC 9(08).
001053 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
001054     05  WS-WORK-YYYYMM                  PIC 9(06).
001055     05  WS-WORK-DD                      PIC 9(02).
001056 01  WS-PRIOR-MONTH-END                  PIC 9(08).
001057 01  WS-PRIOR-MONTH-END-PARTS REDEFINES WS-PRIOR-MONTH-END.
001058     05  WS-PME-YYYYMM                   PIC 9(06).
001059     05  WS-PME-DD                       PIC 9(02).

001060 01  WS-LOW-ID-TEXT                      PIC X(08).
001070 01  WS-LOW-ID REDEFINES WS-LOW-ID-TEXT  PIC 9(08).
001080 01  WS-HIGH-ID-TEXT                     PIC X(08).
001090 01  WS-HIGH-ID REDEFINES WS-HIGH-ID-TEXT
001100                                         PIC 9(08).
001101 01  WS-PRIOR-CYCLE-DATE                 PIC 9(08).
001102 01  WS-PRIOR-CYCLE-PARTS REDEFINES WS-PRIOR-CYCLE-DATE.
001103     05  WS-PCY-YYYYMM                   PIC 9(06).
001104     05  WS-PCY-DD                       PIC 9(02).
001105 01  WS-PERIOD-FROM                      PIC 9(08).
001106 01  WS-CLOSE-BAL                        PIC S9(10)V99
001107                                         VALUE ZERO.
001108 01  WS-LAST-SOURCE-JOB                  PIC X(08) VALUE SPACES.
001109 01  WS-LAST-EFF-DATE                    PIC 9(08) VALUE ZERO.
001110 01  WS-PREV-ID                          PIC 9(08) VALUE ZERO.

001111 01  WS-CYC-DETAIL.
001112     05  CD-EFF-DATE                     PIC 9(08).
001113     05  FILLER                          PIC X(02) VALUE SPACES.
001114     05  CD-DESC                         PIC X(20).
001115     05  FILLER                          PIC X(02) VALUE SPACES.
001116     05  CD-AMOUNT                       PIC +Z,ZZZ,ZZZ,ZZ9.99.
001117     05  FILLER                          PIC X(02) VALUE SPACES.
001118     05  CD-BALANCE                      PIC ZZZ,ZZZ,ZZ9.99.
001119     05  FILLER                          PIC X(15) VALUE SPACES.

001120 01  WS-DELTA                            PIC S9(10)V99
001130                                         VALUE ZERO.

001131*    PRINTED UNDER A MOVEMENT THAT MOVED THE ACCOUNT BETWEEN
001132*    DEPARTMENTS.
001133 01  WS-DEPT-MOVE-LINE.
001134     05  FILLER                          PIC X(10) VALUE SPACES.
001135     05  FILLER                          PIC X(05) VALUE "DEPT ".
001136     05  DM-OLD-DEPT                     PIC X(04).
001137     05  FILLER                          PIC X(04) VALUE " TO ".
001138     05  DM-NEW-DEPT                     PIC X(04).
001139     05  FILLER                          PIC X(53) VALUE SPACES.

001140 01  WS-RUN-DATE                         PIC 9(08).
001141 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001142     05  WS-RUN-YYYYMM                   PIC 9(06).
001143     05  WS-RUN-DD                       PIC 9(02).

001144*    CUSTOMER STATEMENT LINES - CYCLE MODE ONLY.
001145 01  WS-CYC-HEAD-1.
001146     05  FILLER                          PIC X(21)
001147         VALUE "STATEMENT OF ACCOUNT".
001148     05  CH1-USER-ID                     PIC 9(08).
001149     05  FILLER                          PIC X(51) VALUE SPACES.

001150 01  WS-HEAD-LINE-1.
001160     05  FILLER                          PIC X(30)
001190     05  SH1-RUN-DATE                    PIC 9(08).
001200     05  FILLER                          PIC X(41) VALUE SPACES.

001201 01  WS-CYC-ADDR-LINE.
001202     05  FILLER                          PIC X(04) VALUE SPACES.
001203     05  CA-TEXT                         PIC X(30).
001204     05  FILLER                          PIC X(46) VALUE SPACES.

001205 01  WS-CYC-BAL-LINE.
001206     05  CB-LABEL                        PIC X(20).
001207     05  CB-BAL                          PIC ZZZ,ZZZ,ZZ9.99.
001208     05  FILLER                          PIC X(46) VALUE SPACES.

001210 01  WS-ACCT-HEAD-1.
001220     05  FILLER                          PIC X(08)
001230         VALUE "ACCOUNT".
001290     05  AH1-STATUS-TEXT                 PIC X(30).
001300     05  FILLER                          PIC X(17) VALUE SPACES.

001301 01  WS-CYC-CITY-LINE.
001302     05  FILLER                          PIC X(04) VALUE SPACES.
001303     05  CC-CITY                         PIC X(20).
001304     05  FILLER                          PIC X(01) VALUE SPACE.
001305     05  CC-STATE                        PIC X(02).
001306     05  FILLER                          PIC X(02) VALUE SPACES.
001307     05  CC-ZIP                          PIC X(10).
001308     05  FILLER                          PIC X(41) VALUE SPACES.

001310 01  WS-COL-HEAD.
001320     05  FILLER                          PIC X(10)
001330         VALUE "DATE".
001410         VALUE "SOURCE".
001420     05  FILLER                          PIC X(24) VALUE SPACES.

001421 01  WS-CYC-COL-HEAD.
001422     05  FILLER                          PIC X(10)
001423         VALUE "DATE".
001424     05  FILLER                          PIC X(22)
001425         VALUE "DESCRIPTION".
001426     05  FILLER                          PIC X(19)
001427         VALUE "AMOUNT".
001428     05  FILLER                          PIC X(29)
001429         VALUE "BALANCE".

001430 01  WS-DETAIL-LINE.
001440     05  DL-EFF-DATE                     PIC 9(08).
001450     05  FILLER                          PIC X(02) VALUE SPACES.
001520     05  DL-SOURCE-JOB                   PIC X(08).
001530     05  FILLER                          PIC X(06) VALUE SPACES.

001531*    PRINTED UNDER A MOVEMENT THAT CARRIES A POSTING REFERENCE.
001532 01  WS-REF-LINE.
001533     05  FILLER                          PIC X(10) VALUE SPACES.
001534     05  FILLER                          PIC X(04) VALUE "REF ".
001535     05  RL-POST-REF                     PIC X(16).
001536     05  FILLER                          PIC X(02) VALUE SPACES.
001537     05  RL-REV-LABEL                    PIC X(09).
001538     05  RL-REVERSES-REF                 PIC X(16).
001539     05  FILLER                          PIC X(23) VALUE SPACES.

001540 01  WS-FOOT-LINE.
001550     05  FILLER                          PIC X(20)
001560         VALUE "CURRENT BALANCE".

001572 01  WS-FOOT-BAL                         PIC ZZZ,ZZZ,ZZ9.99.

001573 01  WS-CYC-PERIOD-LINE.
001574     05  FILLER                          PIC X(17)
001575         VALUE "STATEMENT PERIOD".
001576     05  CP-FROM-DATE                    PIC 9(08).
001577     05  FILLER                          PIC X(04) VALUE " TO ".
001578     05  CP-TO-DATE                      PIC 9(08).
001579     05  FILLER                          PIC X(43) VALUE SPACES.

001580 LINKAGE SECTION.
001590 01  RUNPARM-AREA.
001600     05  RUNPARM-LEN                     PIC S9(4) COMP.
001652     05  RUNPARM-ALL-FORM REDEFINES RUNPARM-SELECT.
001654         10  RUNPARM-ALL-TEXT            PIC X(03).
001656         10  FILLER                      PIC X(14).
001657     05  RUNPARM-CYCLE-FORM REDEFINES RUNPARM-SELECT.
001658         10  RUNPARM-CYCLE-TEXT          PIC X(05).
001659         10  FILLER                      PIC X(12).

001660 PROCEDURE DIVISION USING RUNPARM-AREA.

001860     IF RETURN-CODE NOT = ZERO
001870         GO TO 1000-EXIT
001880     END-IF.
001882     IF WS-SELECT-CYCLE
001884         PERFORM 1200-SET-CYCLE-DATES THRU 1200-EXIT
001886     END-IF.

001890     OPEN INPUT USERHIST.
001900     IF WS-USERHIST-STATUS NOT = "00"
002010         GO TO 1000-EXIT
002020     END-IF.

002021     IF WS-SELECT-CYCLE
002022         OPEN INPUT USERADDR
002023         IF WS-USERADDR-STATUS NOT = "00"
002024             DISPLAY "USRSTM: UNABLE TO OPEN USERADDR, STATUS = "
002025                 WS-USERADDR-STATUS
002026             MOVE 16 TO RETURN-CODE
002027             GO TO 1000-EXIT
002028         END-IF
002029     END-IF.

002030     OPEN OUTPUT USRSTM.
002040     IF WS-USRSTM-STATUS NOT = "00"
002050         DISPLAY "USRSTM: UNABLE TO OPEN USRSTM, STATUS = "

002140*----------------------------------------------------------
002150* 1100-DECODE-PARM - THE PARM LENGTH SAYS WHICH FORM WAS KEYED:
002160* 3 IS 'ALL', 5 IS 'CYCLE', 8 IS A SINGLE ID, 17 IS 'LOW-HIGH'.
002170* ANYTHING ELSE IS REFUSED WITH THE USAGE SPELLED OUT.
002180*----------------------------------------------------------
002190 1100-DECODE-PARM.
002200     EVALUATE RUNPARM-LEN
002220             IF RUNPARM-ALL-TEXT = "ALL"
002230                 SET WS-SELECT-ALL TO TRUE
002240             ELSE
002250                 DISPLAY "USRSTM: PARM MUST BE 'ALL', 'CYCLE', "
002252                     "AN 8-DIGIT USER-ID, OR 'LOWID-HIGHID'"
002254                 MOVE 16 TO RETURN-CODE
002256             END-IF
002260         WHEN 8
002310             MOVE RUNPARM-LOW-ID TO WS-LOW-ID-TEXT
002320             MOVE RUNPARM-HIGH-ID TO WS-HIGH-ID-TEXT
002330             SET WS-SELECT-RANGE TO TRUE
002331         WHEN 5
002332             IF RUNPARM-CYCLE-TEXT = "CYCLE"
002333                 SET WS-SELECT-CYCLE TO TRUE
002334             ELSE
002335                 DISPLAY "USRSTM: PARM MUST BE 'ALL', 'CYCLE', "
002336                     "AN 8-DIGIT USER-ID, OR 'LOWID-HIGHID'"
002337                 MOVE 16 TO RETURN-CODE
002338             END-IF
002340         WHEN OTHER
002350             DISPLAY "USRSTM: PARM MUST BE 'ALL', 'CYCLE', "
002360                 "AN 8-DIGIT USER-ID, OR 'LOWID-HIGHID'"
002370             MOVE 16 TO RETURN-CODE
002380     END-EVALUATE.


002480*----------------------------------------------------------
002490* 2000-SELECT-HISTORY - SORT INPUT: RELEASE EVERY AUDIT RECORD
002495* THE PARM SELECTS.  IN CYCLE MODE EVERY ACCOUNT DUE TODAY FIRST
002500* GETS A ZERO-DATED MARKER, SO IT SORTS AHEAD OF ITS MOVEMENTS
002505* AND IS STILL STATEMENTED IF IT HAD NONE.
002510*----------------------------------------------------------
002520 2000-SELECT-HISTORY.
002522     IF WS-SELECT-CYCLE
002524         PERFORM 2200-RELEASE-CYCLE-MARKER THRU 2200-EXIT
002526             UNTIL WS-NO-MORE-ADDRESSES
002528     END-IF.
002530     PERFORM 2100-RELEASE-HISTORY THRU 2100-EXIT
002540         UNTIL WS-NO-MORE-HISTORY.
002550 2000-EXIT.
002590         AT END
002600             SET WS-NO-MORE-HISTORY TO TRUE
002610         NOT AT END
002612             IF WS-SELECT-CYCLE
002614                 PERFORM 2300-SELECT-CYCLE-HISTORY THRU 2300-EXIT
002616             ELSE
002620                 IF WS-SELECT-ALL
002630                     OR (HIST-USER-ID NOT < WS-LOW-ID
002640                         AND HIST-USER-ID NOT > WS-HIGH-ID)
002650                     MOVE HIST-RECORD TO SORT-RECORD
002660                     RELEASE SORT-RECORD
002670                 END-IF
002675             END-IF
002680     END-READ.
002690 2100-EXIT.
002700     EXIT.
002990         MOVE SR-USER-ID TO WS-PREV-ID
003000         MOVE "N" TO WS-FIRST-SW
003010     END-IF.
003011     MOVE SR-SOURCE-JOB TO WS-LAST-SOURCE-JOB.
003012     MOVE SR-EFF-DATE TO WS-LAST-EFF-DATE.

003013     IF WS-SELECT-CYCLE
003014         PERFORM 3300-PRINT-CYCLE-MOVEMENT THRU 3300-EXIT
003015         PERFORM 3100-GET-SORTED-REC THRU 3100-EXIT
003016         GO TO 3200-EXIT
003017     END-IF.

003020     MOVE SR-EFF-DATE TO DL-EFF-DATE.
003030     MOVE SR-OLD-BAL TO DL-OLD-BAL.
003080     WRITE STM-LINE FROM WS-DETAIL-LINE.
003090     ADD 1 TO WS-MOVE-COUNT.

003095     PERFORM 3250-PRINT-MOVE-NOTES THRU 3250-EXIT.

003100     PERFORM 3100-GET-SORTED-REC THRU 3100-EXIT.
003110 3200-EXIT.
003120     EXIT.
003220         INVALID KEY
003230             SET WS-NOT-ON-MASTER TO TRUE
003240     END-READ.
003242     IF WS-SELECT-CYCLE
003244         PERFORM 3600-CYCLE-HEADER THRU 3600-EXIT
003246         GO TO 3400-EXIT
003248     END-IF.

003260     MOVE SR-USER-ID TO AH1-USER-ID.
003270     MOVE SPACES TO AH1-NAME-LABEL, AH1-USER-NAME.

003520*----------------------------------------------------------
003530* 3500-ACCOUNT-FOOTER - CLOSE A STATEMENT ON THE CURRENT MASTER
003540* BALANCE SO THE CHAIN ENDS WHERE THE MASTER STANDS TODAY.  AN
003542* ACCOUNT GONE FROM THE MASTER WHOSE LAST MOVEMENT WAS THE
003544* ESCHEAT REMITTANCE IS NAMED AS ESCHEATED, WITH THE DATE.
003550*----------------------------------------------------------
003560 3500-ACCOUNT-FOOTER.
003562     IF WS-SELECT-CYCLE
003564         PERFORM 3700-CYCLE-FOOTER THRU 3700-EXIT
003566         GO TO 3500-EXIT
003568     END-IF.
003570     MOVE SPACES TO FT-TEXT.
003580     IF WS-ON-MASTER
003590         MOVE USER-BAL TO WS-FOOT-BAL
003595         MOVE WS-FOOT-BAL TO FT-TEXT
003600     ELSE
003601         IF WS-LAST-SOURCE-JOB = "USRESC"
003602             STRING "NONE - ESCHEATED TO STATE, REMITTED ON "
003603                 DELIMITED BY SIZE
003604                 WS-LAST-EFF-DATE DELIMITED BY SIZE
003605                 INTO FT-TEXT
003606         ELSE
003610             MOVE "NONE - ACCOUNT NO LONGER ON MASTER"
003620                 TO FT-TEXT
003625         END-IF
003630     END-IF.
003640     WRITE STM-LINE FROM WS-FOOT-LINE.
003650 3500-EXIT.
003690*----------------------------------------------------------
003700 8000-TERMINATE.
003710     CLOSE USERHIST, USERMAST, USRSTM.
003712     IF WS-SELECT-CYCLE
003714         CLOSE USERADDR
003716     END-IF.
003720     DISPLAY "USRSTM: STATEMENTS PRINTED = " WS-ACCT-COUNT.
003730     DISPLAY "USRSTM: MOVEMENTS LISTED   = " WS-MOVE-COUNT.
003740 8000-EXIT.
003750     EXIT.

003751*----------------------------------------------------------
003752* 1200-SET-CYCLE-DATES - CYCLE MODE ONLY.  IS TODAY THE LAST DAY
003753* OF THE MONTH, AND WHAT WAS THE LAST DAY OF LAST MONTH - THE TWO
003754* FACTS EVERY ACCOUNT'S CYCLE TEST AND PERIOD ARE BUILT FROM.
003755*----------------------------------------------------------
003756 1200-SET-CYCLE-DATES.
003757     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
003758         (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1).
003759     IF WS-WORK-DD = 1
003760         SET WS-RUN-IS-MONTH-END TO TRUE
003761     END-IF.

003762     MOVE WS-RUN-YYYYMM TO WS-WORK-YYYYMM.
003763     MOVE 1 TO WS-WORK-DD.
003764     COMPUTE WS-PRIOR-MONTH-END = FUNCTION DATE-OF-INTEGER
003765         (FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1).
003766 1200-EXIT.
003767     EXIT.

003768*----------------------------------------------------------
003769* 2200-RELEASE-CYCLE-MARKER - BROWSE USERADDR AND RELEASE A
003770* ZERO-DATED MARKER FOR EVERY ACCOUNT WHOSE CYCLE IS DUE TODAY.
003771*----------------------------------------------------------
003772 2200-RELEASE-CYCLE-MARKER.
003773     READ USERADDR NEXT RECORD
003774         AT END
003775             SET WS-NO-MORE-ADDRESSES TO TRUE
003776         NOT AT END
003777             PERFORM 2400-CHECK-CYCLE-DUE THRU 2400-EXIT
003778             IF WS-CYCLE-DUE
003779                 INITIALIZE SORT-RECORD
003780                 MOVE ADR-USER-ID TO SR-USER-ID
003781                 MOVE ZERO TO SR-EFF-DATE
003782                 RELEASE SORT-RECORD
003783             END-IF
003784     END-READ.
003785 2200-EXIT.
003786     EXIT.

003787*----------------------------------------------------------
003788* 2300-SELECT-CYCLE-HISTORY - RELEASE ONE AUDIT RECORD IF ITS
003789* ACCOUNT CYCLES TODAY AND IT FALLS IN THAT ACCOUNT'S PERIOD.
003790*----------------------------------------------------------
003791 2300-SELECT-CYCLE-HISTORY.
003792     MOVE HIST-USER-ID TO ADR-USER-ID.
003793     READ USERADDR
003794         INVALID KEY
003795             GO TO 2300-EXIT
003796     END-READ.
003797     PERFORM 2400-CHECK-CYCLE-DUE THRU 2400-EXIT.
003798     IF WS-CYCLE-DUE
003799         AND HIST-EFF-DATE > WS-PRIOR-CYCLE-DATE
003800         AND HIST-EFF-DATE NOT > WS-RUN-DATE
003801         MOVE HIST-RECORD TO SORT-RECORD
003802         RELEASE SORT-RECORD
003803     END-IF.
003804 2300-EXIT.
003805     EXIT.

003806*----------------------------------------------------------
003807* 2400-CHECK-CYCLE-DUE - DOES THE USERADDR RECORD IN HAND CYCLE
003808* TODAY?  IF SO, WORK OUT ITS PRIOR CYCLE DATE - THE SAME DAY
003809* LAST MONTH, CLIPPED TO LAST MONTH'S LENGTH - AND THE FIRST DAY
003810* OF THE PERIOD, THE DAY AFTER IT.
003811*----------------------------------------------------------
003812 2400-CHECK-CYCLE-DUE.
003813     SET WS-CYCLE-NOT-DUE TO TRUE.
003814     IF ADR-NO-CYCLE
003815         GO TO 2400-EXIT
003816     END-IF.
003817     IF ADR-CYCLE-DAY = WS-RUN-DD
003818         SET WS-CYCLE-DUE TO TRUE
003819     END-IF.
003820     IF WS-RUN-IS-MONTH-END AND ADR-CYCLE-DAY > WS-RUN-DD
003821         SET WS-CYCLE-DUE TO TRUE
003822     END-IF.
003823     IF WS-CYCLE-NOT-DUE
003824         GO TO 2400-EXIT
003825     END-IF.

003826     MOVE WS-PME-YYYYMM TO WS-PCY-YYYYMM.
003827     IF ADR-CYCLE-DAY > WS-PME-DD
003828         MOVE WS-PME-DD TO WS-PCY-DD
003829     ELSE
003830         MOVE ADR-CYCLE-DAY TO WS-PCY-DD
003831     END-IF.
003832     COMPUTE WS-PERIOD-FROM = FUNCTION DATE-OF-INTEGER
003833         (FUNCTION INTEGER-OF-DATE(WS-PRIOR-CYCLE-DATE) + 1).
003834 2400-EXIT.
003835     EXIT.

003836*----------------------------------------------------------
003837* 3300-PRINT-CYCLE-MOVEMENT - ONE CUSTOMER STATEMENT LINE.  THE
003838* ZERO-DATED MARKER AND A DEPARTMENT MOVE PRINT NOTHING; THE
003839* FIRST REAL MOVEMENT'S OLD BALANCE IS THE OPENING BALANCE FOR
003840* THE PERIOD.
003841*----------------------------------------------------------
003842 3300-PRINT-CYCLE-MOVEMENT.
003843     IF SR-EFF-DATE = ZERO OR SR-NEW-DEPT NOT = SPACES
003844         GO TO 3300-EXIT
003845     END-IF.
003846     IF WS-OPENING-PENDING
003847         MOVE SR-OLD-BAL TO WS-CLOSE-BAL
003848         PERFORM 3350-PRINT-OPENING THRU 3350-EXIT
003849     END-IF.

003850     COMPUTE WS-DELTA = SR-NEW-BAL - SR-OLD-BAL.
003851     MOVE SR-EFF-DATE TO CD-EFF-DATE.
003852     EVALUATE TRUE
003853         WHEN SR-REVERSES-REF NOT = SPACES
003854             MOVE "REVERSAL" TO CD-DESC
003855         WHEN SR-INTEREST
003856             MOVE "INTEREST CREDITED" TO CD-DESC
003857         WHEN SR-FEE
003858             MOVE "SERVICE FEE" TO CD-DESC
003859         WHEN SR-SOURCE-JOB = "USRACR"
003860             MOVE "INTEREST LESS FEE" TO CD-DESC
003861         WHEN SR-SOURCE-JOB = "USRBIL"
003862             MOVE "BILLING" TO CD-DESC
003863         WHEN WS-DELTA > ZERO
003864             MOVE "CREDIT" TO CD-DESC
003865         WHEN WS-DELTA < ZERO
003866             MOVE "DEBIT" TO CD-DESC
003867         WHEN OTHER
003868             MOVE "ACCOUNT UPDATE" TO CD-DESC
003869     END-EVALUATE.
003870     MOVE WS-DELTA TO CD-AMOUNT.
003871     MOVE SR-NEW-BAL TO CD-BALANCE.
003872     WRITE STM-LINE FROM WS-CYC-DETAIL.
003873     MOVE SR-NEW-BAL TO WS-CLOSE-BAL.
003874     ADD 1 TO WS-MOVE-COUNT.
003875 3300-EXIT.
003876     EXIT.

003877*----------------------------------------------------------
003878* 3350-PRINT-OPENING - OPENING BALANCE AND COLUMN HEADINGS, PUT
003879* OUT JUST AHEAD OF THE FIRST MOVEMENT (OR BY THE FOOTER FOR A
003880* QUIET PERIOD).
003881*----------------------------------------------------------
003882 3350-PRINT-OPENING.
003883     MOVE "OPENING BALANCE" TO CB-LABEL.
003884     MOVE WS-CLOSE-BAL TO CB-BAL.
003885     WRITE STM-LINE FROM WS-CYC-BAL-LINE.
003886     WRITE STM-LINE FROM WS-CYC-COL-HEAD.
003887     SET WS-OPENING-PRINTED TO TRUE.
003888 3350-EXIT.
003889     EXIT.

003890*----------------------------------------------------------
003891* 3600-CYCLE-HEADER - OPEN A CUSTOMER STATEMENT: ACCOUNT NUMBER,
003892* MAILING BLOCK OFF USERADDR AND THE STATEMENT PERIOD.  THE
003893* OPENING BALANCE WAITS FOR THE FIRST MOVEMENT; UNTIL THEN THE
003894* MASTER BALANCE STANDS AS BOTH OPENING AND CLOSING.
003895*----------------------------------------------------------
003896 3600-CYCLE-HEADER.
003897     MOVE SR-USER-ID TO ADR-USER-ID.
003898     READ USERADDR
003899         INVALID KEY
003900             MOVE SPACES TO ADR-ADDRESS-DATA
003901             MOVE ZERO TO ADR-CYCLE-DAY
003902     END-READ.
003903     PERFORM 2400-CHECK-CYCLE-DUE THRU 2400-EXIT.

003904     MOVE SPACES TO STM-LINE.
003905     WRITE STM-LINE.
003906     MOVE SR-USER-ID TO CH1-USER-ID.
003907     WRITE STM-LINE FROM WS-CYC-HEAD-1.
003908     MOVE SPACES TO STM-LINE.
003909     WRITE STM-LINE.
003910     MOVE ADR-FULL-NAME TO CA-TEXT.
003911     WRITE STM-LINE FROM WS-CYC-ADDR-LINE.
003912     MOVE ADR-LINE-1 TO CA-TEXT.
003913     WRITE STM-LINE FROM WS-CYC-ADDR-LINE.
003914     IF ADR-LINE-2 NOT = SPACES
003915         MOVE ADR-LINE-2 TO CA-TEXT
003916         WRITE STM-LINE FROM WS-CYC-ADDR-LINE
003917     END-IF.
003918     MOVE ADR-CITY TO CC-CITY.
003919     MOVE ADR-STATE TO CC-STATE.
003920     MOVE ADR-ZIP TO CC-ZIP.
003921     WRITE STM-LINE FROM WS-CYC-CITY-LINE.
003922     MOVE SPACES TO STM-LINE.
003923     WRITE STM-LINE.
003924     MOVE WS-PERIOD-FROM TO CP-FROM-DATE.
003925     MOVE WS-RUN-DATE TO CP-TO-DATE.
003926     WRITE STM-LINE FROM WS-CYC-PERIOD-LINE.

003927     IF WS-ON-MASTER
003928         MOVE USER-BAL TO WS-CLOSE-BAL
003929     ELSE
003930         MOVE ZERO TO WS-CLOSE-BAL
003931     END-IF.
003932     SET WS-OPENING-PENDING TO TRUE.
003933     ADD 1 TO WS-ACCT-COUNT.
003934 3600-EXIT.
003935     EXIT.

003936*----------------------------------------------------------
003937* 3700-CYCLE-FOOTER - CLOSE A CUSTOMER STATEMENT ON THE BALANCE
003938* AFTER ITS LAST MOVEMENT IN THE PERIOD.
003939*----------------------------------------------------------
003940 3700-CYCLE-FOOTER.
003941     IF WS-OPENING-PENDING
003942         PERFORM 3350-PRINT-OPENING THRU 3350-EXIT
003943         MOVE "NO ACTIVITY THIS PERIOD" TO STM-LINE
003944         WRITE STM-LINE
003945     END-IF.
003946     MOVE "CLOSING BALANCE" TO CB-LABEL.
003947     MOVE WS-CLOSE-BAL TO CB-BAL.
003948     WRITE STM-LINE FROM WS-CYC-BAL-LINE.
003949 3700-EXIT.
003950     EXIT.

003951*----------------------------------------------------------
003952* 3250-PRINT-MOVE-NOTES - THE REFERENCE LINE UNDER A MOVEMENT
003953* THAT CARRIES A POSTING REFERENCE, AND THE DEPARTMENT LINE
003954* UNDER A USRDMV DEPARTMENT MOVE.
003955*----------------------------------------------------------
003956 3250-PRINT-MOVE-NOTES.
003957     IF SR-POST-REF NOT = SPACES
003958         MOVE SR-POST-REF TO RL-POST-REF
003959         EVALUATE TRUE
003960             WHEN SR-REVERSES-REF NOT = SPACES
003961                 MOVE "REVERSES" TO RL-REV-LABEL
003962             WHEN SR-INTEREST
003963                 MOVE "INTEREST" TO RL-REV-LABEL
003964             WHEN SR-FEE
003965                 MOVE "FEE" TO RL-REV-LABEL
003966             WHEN OTHER
003967                 MOVE SPACES TO RL-REV-LABEL
003968         END-EVALUATE
003969         MOVE SR-REVERSES-REF TO RL-REVERSES-REF
003970         WRITE STM-LINE FROM WS-REF-LINE
003971     END-IF.

003972     IF SR-NEW-DEPT NOT = SPACES
003973         MOVE SR-OLD-DEPT TO DM-OLD-DEPT
003974         MOVE SR-NEW-DEPT TO DM-NEW-DEPT
003975         WRITE STM-LINE FROM WS-DEPT-MOVE-LINE
003976     END-IF.
003977 3250-EXIT.
003978     EXIT.

003979 END PROGRAM USRSTM.
