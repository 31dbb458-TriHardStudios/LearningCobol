000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    USRESC.
000120 AUTHOR.        R F KOVACS.
000130 INSTALLATION.  ACCOUNT SERVICES.
000140 DATE-WRITTEN.  10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* USRESC - ESCHEAT PRE-NOTICE AND STATE FILING / REMITTANCE.
000180*
000190* USRDRM WRITES EVERY ACCOUNT PAST PARM-ESCH-DAYS TO THE USERESCC
000200* CANDIDATE EXTRACT.  THIS RUN WORKS THAT EXTRACT IN ONE OF TWO
000210* MODES, PICKED BY THE PARM:
000220*
000230*     PARM='NOTICE' - HOLDER DUE-DILIGENCE PRE-NOTICE.  LISTS EACH
000240*                     CANDIDATE WITH ITS NAME AND MAILING ADDRESS
000250*                     FOR THE LETTER AND FLAGS IT ON USERESCN WITH
000260*                     THE NOTICE DATE.  NOTHING ON THE MASTER, THE
000270*                     TRAIL OR THE ARCHIVE IS TOUCHED.
000280*     PARM='FILE'   - STATE FILING.  FOR EACH NOTICED CANDIDATE
000290*                     WRITES AN OWNER RECORD TO THE USERSTAT
000300*                     UNCLAIMED-PROPERTY FILE (SEE USERSTF), TAKES
000310*                     THE BALANCE TO ZERO WITH A USERHIST RECORD
000320*                     UNDER SOURCE JOB USRESC, AND CLOSES THE
000330*                     ACCOUNT TO USERARCH FLAGGED AS ESCHEATED.
000340*                     THE FILE OPENS WITH A HOLDER HEADER OFF
000350*                     THE USERHLDR CONTROL CARD AND ENDS WITH A
000360*                     CONTROL TRAILER CARRYING THE OWNER COUNT
000370*                     AND DOLLAR TOTAL.
000380*
000390* A CANDIDATE IS PASSED OVER, WITH THE REASON ON THE REPORT, IF IT
000400* IS NO LONGER ON THE MASTER, CARRIES NO BALANCE, IS ON HOLD, OR
000410* HAS MOVED SINCE USRDRM LISTED IT (AN OWNER WHO TURNS UP IS NOT
000420* UNCLAIMED).  IN FILING MODE IT IS ALSO PASSED OVER WITHOUT A
000430* NOTICE ON USERESCN, OR WITH ONE YOUNGER THAN THE WAITING PERIOD
000440* ON THE HOLDER CARD - THE LETTER ALWAYS GOES OUT FIRST.
000450*
000460* THE CLOSE FOLLOWS HELLCBL'S X: THE ARCHIVE IMAGE, WITH THE
000470* ACCOUNT'S NAME AND ADDRESS, IS WRITTEN BEFORE THE MASTER RECORD
000480* IS DELETED, AND THE USERADDR RECORD GOES WITH IT.  THE IMAGE
000490* CARRIES THE ZERO BALANCE LEFT AFTER THE REMITTANCE AND ACTION
000500* FLAG "E", SO USRCMP AND USRSTM CAN SAY WHERE THE ACCOUNT WENT.
000510*-----------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT USERESCC  ASSIGN TO "USERESCC"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-USERESCC-STATUS.

000580     SELECT USERHLDR  ASSIGN TO "USERHLDR"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-USERHLDR-STATUS.

000610     SELECT USERMAST  ASSIGN TO "USERMAST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS MF-USER-ID
000650         ALTERNATE RECORD KEY IS MF-USER-NAME
000660             WITH DUPLICATES
000670         FILE STATUS IS WS-USERMAST-STATUS.

000680*    OPTIONAL SO A SHOP THAT HAS NEVER LOADED AN ADDRESS CAN STILL
000690*    NOTICE AND FILE - THE OWNER NAME FALLS BACK TO USER-NAME.
000700     SELECT OPTIONAL USERADDR  ASSIGN TO "USERADDR"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS ADR-USER-ID
000740         FILE STATUS IS WS-USERADDR-STATUS.

000750*    OPTIONAL SO THE FIRST NOTICE RUN CAN CREATE THE FILE.
000760     SELECT OPTIONAL USERESCN  ASSIGN TO "USERESCN"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS ESN-USER-ID
000800         FILE STATUS IS WS-USERESCN-STATUS.

000810     SELECT USERHIST  ASSIGN TO "USERHIST"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-USERHIST-STATUS.

000840     SELECT USERARCH  ASSIGN TO "USERARCH"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-USERARCH-STATUS.

000870     SELECT USERSTAT  ASSIGN TO "USERSTAT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-USERSTAT-STATUS.

000900     SELECT USRESC    ASSIGN TO "USRESC"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-USRESC-STATUS.

000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  USERESCC
000960     LABEL RECORDS ARE STANDARD.
000970 01  ESCC-RECORD.
000980     COPY USERESC.

000990*    HOLDER CONTROL CARD - READ IN FILING MODE ONLY.  THE WAITING
001000*    PERIOD IS THE MINIMUM DAYS BETWEEN THE NOTICE AND THE FILING;
001010*    BLANK MEANS ANY EARLIER DAY WILL DO.
001020 FD  USERHLDR
001030     LABEL RECORDS ARE STANDARD.
001040 01  HLDR-RECORD.
001050     05  HLDR-TAX-ID                     PIC X(09).
001060     05  HLDR-NAME                       PIC X(30).
001070     05  HLDR-STATE                      PIC X(02).
001080     05  HLDR-PROP-TYPE                  PIC X(04).
001090     05  HLDR-NOTICE-DAYS                PIC 9(03).

001100 FD  USERMAST
001110     LABEL RECORDS ARE STANDARD.
001120 01  MF-USER-RECORD.
001130     COPY USERREC
001140         REPLACING ==USER-NAME==     BY ==MF-USER-NAME==
001150                   ==USER-ID==       BY ==MF-USER-ID==
001160                   ==USER-STATUS==   BY ==MF-USER-STATUS==
001170                   ==USER-ACTIVE==   BY ==MF-USER-ACTIVE==
001180                   ==USER-INACTIVE== BY ==MF-USER-INACTIVE==
001190                   ==USER-HOLD==     BY ==MF-USER-HOLD==
001200                   ==USER-BAL==      BY ==MF-USER-BAL==
001210                   ==USER-DEPT==     BY ==MF-USER-DEPT==.

001220 FD  USERADDR
001230     LABEL RECORDS ARE STANDARD.
001240 01  ADDR-RECORD.
001250     COPY USERADR.

001260 FD  USERESCN
001270     LABEL RECORDS ARE STANDARD.
001280 01  ESN-RECORD.
001290     COPY USERESN.

001300 FD  USERHIST
001310     LABEL RECORDS ARE STANDARD.
001320 01  HIST-RECORD.
001330     COPY USERHST.

001340*    SAME LAYOUT AS HELLCBL'S ARCHIVE: THE FULL USERREC IMAGE, THE
001350*    CLOSE DATE, THE ACTION FLAG AND THE NAME-AND-ADDRESS GROUP.
001360 FD  USERARCH
001370     LABEL RECORDS ARE STANDARD.
001380 01  ARC-RECORD.
001390     COPY USERREC
001400         REPLACING ==USER-NAME==     BY ==ARC-USER-NAME==
001410                   ==USER-ID==       BY ==ARC-USER-ID==
001420                   ==USER-STATUS==   BY ==ARC-USER-STATUS==
001430                   ==USER-ACTIVE==   BY ==ARC-USER-ACTIVE==
001440                   ==USER-INACTIVE== BY ==ARC-USER-INACTIVE==
001450                   ==USER-HOLD==     BY ==ARC-USER-HOLD==
001460                   ==USER-BAL==      BY ==ARC-USER-BAL==
001470                   ==USER-DEPT==     BY ==ARC-USER-DEPT==.
001480     05  ARC-CLOSE-DATE                  PIC 9(08).
001490     05  ARC-ACTION                      PIC X(01).
001500         88  ARC-CLOSE-IMAGE             VALUE "C" SPACE.
001510         88  ARC-REOPENED                VALUE "R".
001520         88  ARC-ESCHEATED               VALUE "E".
001530     05  ARC-ADDRESS-DATA                PIC X(144).

001540 FD  USERSTAT
001550     LABEL RECORDS ARE STANDARD.
001560 01  STF-RECORD.
001570     COPY USERSTF.

001580 FD  USRESC
001590     LABEL RECORDS ARE STANDARD.
001600 01  ESC-LINE                            PIC X(80).

001610 WORKING-STORAGE SECTION.
001620 01  WS-PROGRAM-NAME                     PIC X(15)
001630                                         VALUE "USRESC".

001640 01  WS-USER.
001650     COPY USERREC.

001660 01  WS-FILE-STATUSES.
001670     05  WS-USERESCC-STATUS              PIC X(02).
001680     05  WS-USERHLDR-STATUS              PIC X(02).
001690     05  WS-USERMAST-STATUS              PIC X(02).
001700         88  WS-USERMAST-OK               VALUE "00".
001710     05  WS-USERADDR-STATUS              PIC X(02).
001720     05  WS-USERESCN-STATUS              PIC X(02).
001730     05  WS-USERHIST-STATUS              PIC X(02).
001740     05  WS-USERARCH-STATUS              PIC X(02).
001750     05  WS-USERSTAT-STATUS              PIC X(02).
001760     05  WS-USRESC-STATUS                PIC X(02).

001770 77  WS-MODE                             PIC X(01) VALUE SPACE.
001780     88  WS-MODE-NOTICE                   VALUE "N".
001790     88  WS-MODE-FILE                     VALUE "F".

001800 77  WS-EOF-SW                           PIC X(01) VALUE "N".
001810     88  WS-NO-MORE-CANDIDATES            VALUE "Y".

001820 77  WS-ADDR-SW                          PIC X(01) VALUE "N".
001830     88  WS-ADDR-ON-FILE                  VALUE "Y".
001840     88  WS-ADDR-NOT-ON-FILE              VALUE "N".

001850 77  WS-READ-COUNT                       PIC 9(07) COMP
001860                                         VALUE ZERO.
001870 77  WS-NOTICE-COUNT                     PIC 9(07) COMP
001880                                         VALUE ZERO.
001890 77  WS-PRIOR-NOTICE-COUNT               PIC 9(07) COMP
001900                                         VALUE ZERO.
001910 77  WS-NO-ADDR-COUNT                    PIC 9(07) COMP
001920                                         VALUE ZERO.
001930 77  WS-REMIT-COUNT                      PIC 9(07) COMP
001940                                         VALUE ZERO.
001950 77  WS-SKIP-COUNT                       PIC 9(07) COMP
001960                                         VALUE ZERO.

001970*    THE DOLLAR TOTAL ON THE STATE FILE'S CONTROL TRAILER.
001980 77  WS-REMIT-TOTAL                      PIC 9(11)V99
001990                                         VALUE ZERO.

002000 77  WS-SKIP-REASON                      PIC X(42) VALUE SPACES.

002010 01  WS-RUN-DATE                         PIC 9(08).
002020 01  WS-TODAY-INT                        PIC 9(08) COMP.
002030 01  WS-NOTICE-INT                       PIC 9(08) COMP.
002040 01  WS-NOTICE-AGE                       PIC S9(05) COMP.

002050*    THE ARCHIVE ADDRESS GROUP AND THE OWNER RECORD ARE BOTH BUILT
002060*    FROM THIS COPY OF THE ACCOUNT'S USERADDR RECORD.
002070 01  WS-ADDR.
002080     COPY USERADR
002090         REPLACING ==ADR-USER-ID==      BY ==WA-USER-ID==
002100                   ==ADR-ADDRESS-DATA== BY ==WA-ADDRESS-DATA==
002110                   ==ADR-FULL-NAME==    BY ==WA-FULL-NAME==
002120                   ==ADR-LINE-1==       BY ==WA-LINE-1==
002130                   ==ADR-LINE-2==       BY ==WA-LINE-2==
002140                   ==ADR-CITY==         BY ==WA-CITY==
002150                   ==ADR-STATE==        BY ==WA-STATE==
002160                   ==ADR-ZIP==          BY ==WA-ZIP==
002170                   ==ADR-CYCLE-DAY==    BY ==WA-CYCLE-DAY==
002180                   ==ADR-NO-CYCLE==     BY ==WA-NO-CYCLE==
002182                   ==ADR-TAX-ID==       BY ==WA-TAX-ID==
002184                   ==ADR-NO-TAX-ID==    BY ==WA-NO-TAX-ID==.

002190 01  WS-HEAD-LINE-1.
002200     05  EH1-TITLE                       PIC X(38).
002210     05  FILLER                          PIC X(04) VALUE "RUN ".
002220     05  EH1-RUN-DATE                    PIC 9(08).
002230     05  FILLER                          PIC X(30) VALUE SPACES.

002240 01  WS-HEAD-LINE-2.
002250     05  FILLER                          PIC X(07)
002260         VALUE "HOLDER ".
002270     05  EH2-TAX-ID                      PIC X(09).
002280     05  FILLER                          PIC X(01) VALUE SPACE.
002290     05  EH2-NAME                        PIC X(30).
002300     05  FILLER                          PIC X(07)
002310         VALUE " STATE ".
002320     05  EH2-STATE                       PIC X(02).
002330     05  FILLER                          PIC X(06) VALUE " WAIT ".
002340     05  EH2-NOTICE-DAYS                 PIC ZZ9.
002350     05  FILLER                          PIC X(05) VALUE " DAYS".
002360     05  FILLER                          PIC X(10) VALUE SPACES.

002370 01  WS-DETAIL-LINE.
002380     05  DL-TAG                          PIC X(18).
002390     05  DL-USER-ID                      PIC 9(08).
002400     05  FILLER                          PIC X(02) VALUE SPACES.
002410     05  DL-USER-NAME                    PIC X(08).
002420     05  FILLER                          PIC X(02) VALUE SPACES.
002430     05  DL-STATUS                       PIC X(01).
002440     05  FILLER                          PIC X(02) VALUE SPACES.
002450     05  DL-BAL                          PIC ZZZ,ZZZ,ZZ9.99.
002460     05  FILLER                          PIC X(02) VALUE SPACES.
002470     05  DL-TEXT                         PIC X(23).

002480 01  WS-DATE-TEXT.
002490     05  DT-LABEL                        PIC X(11).
002500     05  DT-DATE                         PIC 9(08).
002510     05  FILLER                          PIC X(04) VALUE SPACES.

002520 01  WS-SKIP-LINE.
002530     05  FILLER                          PIC X(18)
002540         VALUE "PASSED OVER".
002550     05  SK-USER-ID                      PIC 9(08).
002560     05  FILLER                          PIC X(02) VALUE SPACES.
002570     05  SK-USER-NAME                    PIC X(08).
002580     05  FILLER                          PIC X(02) VALUE SPACES.
002590     05  SK-REASON                       PIC X(42).

002600 01  WS-ADDR-LINE.
002610     05  FILLER                          PIC X(20) VALUE SPACES.
002620     05  AL-TEXT                         PIC X(30).
002630     05  FILLER                          PIC X(30) VALUE SPACES.

002640 01  WS-CITY-LINE.
002650     05  FILLER                          PIC X(20) VALUE SPACES.
002660     05  CL-CITY                         PIC X(20).
002670     05  FILLER                          PIC X(01) VALUE SPACE.
002680     05  CL-STATE                        PIC X(02).
002690     05  FILLER                          PIC X(02) VALUE SPACES.
002700     05  CL-ZIP                          PIC X(10).
002710     05  FILLER                          PIC X(25) VALUE SPACES.

002720 01  WS-COUNT-LINE.
002730     05  CT-LABEL                        PIC X(30).
002740     05  CT-COUNT                        PIC Z,ZZZ,ZZ9.
002750     05  FILLER                          PIC X(41) VALUE SPACES.

002760 01  WS-AMOUNT-LINE.
002770     05  CA-LABEL                        PIC X(30).
002780     05  CA-AMOUNT                       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002790     05  FILLER                          PIC X(33) VALUE SPACES.

002800 LINKAGE SECTION.
002810 01  RUNPARM-AREA.
002820     05  RUNPARM-LEN                     PIC S9(4) COMP.
002830     05  RUNPARM-MODE                    PIC X(06).

002840 PROCEDURE DIVISION USING RUNPARM-AREA.

002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     IF RETURN-CODE = ZERO
002880         PERFORM 2000-PROCESS-CANDIDATE THRU 2000-EXIT
002890             UNTIL WS-NO-MORE-CANDIDATES
002900         PERFORM 8000-TERMINATE THRU 8000-EXIT
002910     END-IF.
002920     GOBACK.

002930*----------------------------------------------------------
002940* 1000-INITIALIZE - DECODE THE PARM, LOAD THE HOLDER CARD FOR A
002950* FILING, AND OPEN WHAT THE MODE NEEDS.  A NOTICE RUN OPENS THE
002960* MASTER FOR INPUT ONLY AND NEVER OPENS THE TRAIL, THE ARCHIVE
002970* OR THE STATE FILE.
002980*----------------------------------------------------------
002990 1000-INITIALIZE.
003000     INITIALIZE WS-USER, WS-ADDR.
003010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003020     COMPUTE WS-TODAY-INT =
003030         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

003040     PERFORM 1100-DECODE-PARM THRU 1100-EXIT.
003050     IF RETURN-CODE NOT = ZERO
003060         GO TO 1000-EXIT
003070     END-IF.

003080     IF WS-MODE-FILE
003090         PERFORM 1200-READ-HOLDER THRU 1200-EXIT
003100         IF RETURN-CODE NOT = ZERO
003110             GO TO 1000-EXIT
003120         END-IF
003130     END-IF.

003140     OPEN INPUT USERESCC.
003150     IF WS-USERESCC-STATUS NOT = "00"
003160         DISPLAY "USRESC: UNABLE TO OPEN USERESCC, STATUS = "
003170             WS-USERESCC-STATUS
003180         MOVE 16 TO RETURN-CODE
003190         GO TO 1000-EXIT
003200     END-IF.

003210     IF WS-MODE-FILE
003220         OPEN I-O USERMAST
003230     ELSE
003240         OPEN INPUT USERMAST
003250     END-IF.
003260     IF NOT WS-USERMAST-OK
003270         DISPLAY "USRESC: UNABLE TO OPEN USERMAST, STATUS = "
003280             WS-USERMAST-STATUS
003290         MOVE 16 TO RETURN-CODE
003300         GO TO 1000-EXIT
003310     END-IF.

003320*    STATUS 05 ON AN OPTIONAL FILE IS A SUCCESSFUL OPEN OF A FILE
003330*    THAT DOES NOT EXIST YET.
003340     IF WS-MODE-FILE
003350         OPEN I-O USERADDR
003360     ELSE
003370         OPEN INPUT USERADDR
003380     END-IF.
003390     IF WS-USERADDR-STATUS NOT = "00" AND
003400         WS-USERADDR-STATUS NOT = "05"
003410         DISPLAY "USRESC: UNABLE TO OPEN USERADDR, STATUS = "
003420             WS-USERADDR-STATUS
003430         MOVE 16 TO RETURN-CODE
003440         GO TO 1000-EXIT
003450     END-IF.

003460     OPEN I-O USERESCN.
003470     IF WS-USERESCN-STATUS NOT = "00" AND
003480         WS-USERESCN-STATUS NOT = "05"
003490         DISPLAY "USRESC: UNABLE TO OPEN USERESCN, STATUS = "
003500             WS-USERESCN-STATUS
003510         MOVE 16 TO RETURN-CODE
003520         GO TO 1000-EXIT
003530     END-IF.

003540     OPEN OUTPUT USRESC.
003550     IF WS-USRESC-STATUS NOT = "00"
003560         DISPLAY "USRESC: UNABLE TO OPEN USRESC, STATUS = "
003570             WS-USRESC-STATUS
003580         MOVE 16 TO RETURN-CODE
003590         GO TO 1000-EXIT
003600     END-IF.

003610     MOVE WS-RUN-DATE TO EH1-RUN-DATE.
003620     IF WS-MODE-NOTICE
003630         MOVE "ESCHEAT DUE-DILIGENCE PRE-NOTICE LIST" TO EH1-TITLE
003640         WRITE ESC-LINE FROM WS-HEAD-LINE-1
003650         GO TO 1000-EXIT
003660     END-IF.

003670     MOVE "ESCHEAT FILING AND REMITTANCE" TO EH1-TITLE.
003680     WRITE ESC-LINE FROM WS-HEAD-LINE-1.
003690     MOVE HLDR-TAX-ID TO EH2-TAX-ID.
003700     MOVE HLDR-NAME TO EH2-NAME.
003710     MOVE HLDR-STATE TO EH2-STATE.
003720     MOVE HLDR-NOTICE-DAYS TO EH2-NOTICE-DAYS.
003730     WRITE ESC-LINE FROM WS-HEAD-LINE-2.

003740     OPEN EXTEND USERHIST.
003750     IF WS-USERHIST-STATUS NOT = "00"
003760         DISPLAY "USRESC: UNABLE TO OPEN USERHIST, STATUS = "
003770             WS-USERHIST-STATUS
003780         MOVE 16 TO RETURN-CODE
003790         GO TO 1000-EXIT
003800     END-IF.

003810     OPEN EXTEND USERARCH.
003820     IF WS-USERARCH-STATUS NOT = "00"
003830         DISPLAY "USRESC: UNABLE TO OPEN USERARCH, STATUS = "
003840             WS-USERARCH-STATUS
003850         MOVE 16 TO RETURN-CODE
003860         GO TO 1000-EXIT
003870     END-IF.

003880     OPEN OUTPUT USERSTAT.
003890     IF WS-USERSTAT-STATUS NOT = "00"
003900         DISPLAY "USRESC: UNABLE TO OPEN USERSTAT, STATUS = "
003910             WS-USERSTAT-STATUS
003920         MOVE 16 TO RETURN-CODE
003930         GO TO 1000-EXIT
003940     END-IF.

003950     MOVE SPACES TO STF-RECORD.
003960     SET STF-HOLDER TO TRUE.
003970     MOVE HLDR-TAX-ID TO STF-HOLDER-TAX-ID.
003980     MOVE HLDR-NAME TO STF-HOLDER-NAME.
003990     MOVE HLDR-STATE TO STF-HOLDER-STATE.
004000     MOVE WS-RUN-DATE TO STF-REPORT-DATE.
004010     WRITE STF-RECORD.
004020 1000-EXIT.
004030     EXIT.

004040*----------------------------------------------------------
004050* 1100-DECODE-PARM - THE PARM LENGTH SAYS WHICH MODE WAS KEYED:
004060* 6 IS 'NOTICE', 4 IS 'FILE'.  THERE IS NO DEFAULT - A FILING
004070* MOVES MONEY, SO ANYTHING ELSE IS REFUSED WITH THE USAGE.
004080*----------------------------------------------------------
004090 1100-DECODE-PARM.
004100     EVALUATE TRUE
004110         WHEN RUNPARM-LEN = 6 AND RUNPARM-MODE = "NOTICE"
004120             SET WS-MODE-NOTICE TO TRUE
004130         WHEN RUNPARM-LEN = 4 AND RUNPARM-MODE (1:4) = "FILE"
004140             SET WS-MODE-FILE TO TRUE
004150         WHEN OTHER
004160             DISPLAY "USRESC: PARM MUST BE 'NOTICE' OR 'FILE'"
004170             MOVE 16 TO RETURN-CODE
004180     END-EVALUATE.
004190 1100-EXIT.
004200     EXIT.

004210*----------------------------------------------------------
004220* 1200-READ-HOLDER - THE HOLDER IDENTITY GOES ON THE STATE FILE'S
004230* HEADER, SO A FILING WITHOUT A COMPLETE HOLDER CARD IS REFUSED
004240* BEFORE ANY FILE IS OPENED.  A BLANK WAITING PERIOD IS ZERO.
004250*----------------------------------------------------------
004260 1200-READ-HOLDER.
004270     MOVE SPACES TO HLDR-RECORD.
004280     OPEN INPUT USERHLDR.
004290     IF WS-USERHLDR-STATUS NOT = "00"
004300         DISPLAY "USRESC: UNABLE TO OPEN USERHLDR, STATUS = "
004310             WS-USERHLDR-STATUS
004320         MOVE 16 TO RETURN-CODE
004330         GO TO 1200-EXIT
004340     END-IF.
004350     READ USERHLDR
004360         AT END
004370             MOVE SPACES TO HLDR-RECORD
004380     END-READ.
004390     CLOSE USERHLDR.

004400     IF HLDR-TAX-ID = SPACES OR HLDR-NAME = SPACES
004410         OR HLDR-STATE = SPACES OR HLDR-PROP-TYPE = SPACES
004420         DISPLAY "USRESC: HOLDER CARD MISSING OR INCOMPLETE - "
004430             "FILING REFUSED"
004440         MOVE 16 TO RETURN-CODE
004450         GO TO 1200-EXIT
004460     END-IF.
004470     IF HLDR-NOTICE-DAYS IS NOT NUMERIC
004480         MOVE ZERO TO HLDR-NOTICE-DAYS
004490     END-IF.
004500 1200-EXIT.
004510     EXIT.

004520*----------------------------------------------------------
004530* 2000-PROCESS-CANDIDATE - READ ONE CANDIDATE, RE-CHECK IT AGAINST
004540* THE MASTER AS IT STANDS TONIGHT, AND HAND IT TO THE MODE.
004550*----------------------------------------------------------
004560 2000-PROCESS-CANDIDATE.
004570     READ USERESCC
004580         AT END
004590             SET WS-NO-MORE-CANDIDATES TO TRUE
004600             GO TO 2000-EXIT
004610     END-READ.
004620     ADD 1 TO WS-READ-COUNT.

004630     MOVE ESC-USER-ID TO MF-USER-ID.
004640     READ USERMAST INTO WS-USER
004650         INVALID KEY
004660             MOVE "NOT ON MASTER - ALREADY CLOSED"
004670                 TO WS-SKIP-REASON
004680             PERFORM 2900-REPORT-SKIP THRU 2900-EXIT
004690             GO TO 2000-EXIT
004700     END-READ.

004710     IF USER-BAL = ZERO
004720         MOVE "ZERO BALANCE - NOTHING TO REMIT"
004730             TO WS-SKIP-REASON
004740         PERFORM 2900-REPORT-SKIP THRU 2900-EXIT
004750         GO TO 2000-EXIT
004760     END-IF.
004770     IF USER-HOLD
004780         MOVE "ON HOLD - CLEAR THE HOLD BEFORE FILING"
004790             TO WS-SKIP-REASON
004800         PERFORM 2900-REPORT-SKIP THRU 2900-EXIT
004810         GO TO 2000-EXIT
004820     END-IF.
004830     IF USER-BAL NOT = ESC-USER-BAL
004840         MOVE "BALANCE HAS MOVED SINCE THE DORMANCY REVIEW"
004850             TO WS-SKIP-REASON
004860         PERFORM 2900-REPORT-SKIP THRU 2900-EXIT
004870         GO TO 2000-EXIT
004880     END-IF.

004890     PERFORM 2100-GET-ADDRESS THRU 2100-EXIT.

004900     IF WS-MODE-NOTICE
004910         PERFORM 3000-NOTICE-ONE THRU 3000-EXIT
004920     ELSE
004930         PERFORM 4000-FILE-ONE THRU 4000-EXIT
004940     END-IF.
004950 2000-EXIT.
004960     EXIT.

004970*----------------------------------------------------------
004980* 2100-GET-ADDRESS - THE ACCOUNT'S NAME AND MAILING ADDRESS.  WITH
004990* NO USERADDR RECORD THE OWNER NAME IS THE 8-BYTE USER-NAME AND
005000* THE ADDRESS IS LEFT BLANK - THE STATE STILL GETS THE PROPERTY.
005010*----------------------------------------------------------
005020 2100-GET-ADDRESS.
005030     MOVE SPACES TO WA-ADDRESS-DATA.
005040     SET WS-ADDR-NOT-ON-FILE TO TRUE.
005050     MOVE USER-ID TO ADR-USER-ID.
005060     READ USERADDR
005070         INVALID KEY
005080             CONTINUE
005090         NOT INVALID KEY
005100             MOVE ADR-ADDRESS-DATA TO WA-ADDRESS-DATA
005110             SET WS-ADDR-ON-FILE TO TRUE
005120     END-READ.
005130     IF WA-FULL-NAME = SPACES
005140         MOVE USER-NAME TO WA-FULL-NAME
005150     END-IF.
005160 2100-EXIT.
005170     EXIT.

005180*----------------------------------------------------------
005190* 2900-REPORT-SKIP - ONE LINE PER CANDIDATE PASSED OVER, WITH WHY.
005200*----------------------------------------------------------
005210 2900-REPORT-SKIP.
005220     MOVE ESC-USER-ID TO SK-USER-ID.
005230     MOVE ESC-USER-NAME TO SK-USER-NAME.
005240     MOVE WS-SKIP-REASON TO SK-REASON.
005250     WRITE ESC-LINE FROM WS-SKIP-LINE.
005260     ADD 1 TO WS-SKIP-COUNT.
005270 2900-EXIT.
005280     EXIT.

005290*----------------------------------------------------------
005300* 3000-NOTICE-ONE - LIST THE CANDIDATE FOR ITS DUE-DILIGENCE
005310* LETTER AND FLAG IT ON USERESCN.  AN ACCOUNT ALREADY NOTICED IS
005320* LISTED WITH ITS ORIGINAL NOTICE DATE AND LEFT ALONE, SO RUNNING
005330* THE NOTICE AGAIN NEVER RESTARTS THE WAITING PERIOD.
005340*----------------------------------------------------------
005350 3000-NOTICE-ONE.
005360     MOVE USER-ID TO DL-USER-ID.
005370     MOVE USER-NAME TO DL-USER-NAME.
005380     MOVE USER-STATUS TO DL-STATUS.
005390     MOVE USER-BAL TO DL-BAL.

005400     MOVE USER-ID TO ESN-USER-ID.
005410     READ USERESCN
005420         INVALID KEY
005430             CONTINUE
005440         NOT INVALID KEY
005450             MOVE "ALREADY NOTICED" TO DL-TAG
005460             MOVE "NOTICED ON" TO DT-LABEL
005470             MOVE ESN-NOTICE-DATE TO DT-DATE
005480             MOVE WS-DATE-TEXT TO DL-TEXT
005490             WRITE ESC-LINE FROM WS-DETAIL-LINE
005500             ADD 1 TO WS-PRIOR-NOTICE-COUNT
005510             GO TO 3000-EXIT
005520     END-READ.

005530     MOVE USER-ID TO ESN-USER-ID.
005540     MOVE WS-RUN-DATE TO ESN-NOTICE-DATE.
005550     MOVE USER-BAL TO ESN-NOTICE-BAL.
005560     MOVE ESC-LAST-MOVE-DATE TO ESN-LAST-MOVE-DATE.
005570     WRITE ESN-RECORD
005580         INVALID KEY
005590             DISPLAY "USRESC: NOTICE WRITE FAILED FOR " USER-ID
005600                 ", STATUS = " WS-USERESCN-STATUS
005610             MOVE 8 TO RETURN-CODE
005620             GO TO 3000-EXIT
005630     END-WRITE.

005640     MOVE "NOTICE DUE" TO DL-TAG.
005650     MOVE "LAST MOVED" TO DT-LABEL.
005660     MOVE ESC-LAST-MOVE-DATE TO DT-DATE.
005670     MOVE WS-DATE-TEXT TO DL-TEXT.
005680     WRITE ESC-LINE FROM WS-DETAIL-LINE.
005690     PERFORM 3100-PRINT-ADDRESS THRU 3100-EXIT.
005700     ADD 1 TO WS-NOTICE-COUNT.
005710 3000-EXIT.
005720     EXIT.

005730*----------------------------------------------------------
005740* 3100-PRINT-ADDRESS - THE MAILING BLOCK FOR THE LETTER, UNDER THE
005750* CANDIDATE'S LINE.  WITHOUT AN ADDRESS THE LETTER CANNOT GO, AND
005760* THE LISTING SAYS SO.
005770*----------------------------------------------------------
005780 3100-PRINT-ADDRESS.
005790     MOVE WA-FULL-NAME TO AL-TEXT.
005800     WRITE ESC-LINE FROM WS-ADDR-LINE.
005810     IF WS-ADDR-NOT-ON-FILE
005820         MOVE "NO ADDRESS ON FILE - NOT MAILED" TO AL-TEXT
005830         WRITE ESC-LINE FROM WS-ADDR-LINE
005840         ADD 1 TO WS-NO-ADDR-COUNT
005850         GO TO 3100-EXIT
005860     END-IF.
005870     MOVE WA-LINE-1 TO AL-TEXT.
005880     WRITE ESC-LINE FROM WS-ADDR-LINE.
005890     IF WA-LINE-2 NOT = SPACES
005900         MOVE WA-LINE-2 TO AL-TEXT
005910         WRITE ESC-LINE FROM WS-ADDR-LINE
005920     END-IF.
005930     MOVE WA-CITY TO CL-CITY.
005940     MOVE WA-STATE TO CL-STATE.
005950     MOVE WA-ZIP TO CL-ZIP.
005960     WRITE ESC-LINE FROM WS-CITY-LINE.
005970 3100-EXIT.
005980     EXIT.

005990*----------------------------------------------------------
006000* 4000-FILE-ONE - REMIT ONE NOTICED ACCOUNT.  THE NOTICE MUST BE
006010* ON FILE AND AT LEAST THE HOLDER CARD'S WAITING PERIOD OLD (AND
006020* NEVER FROM TODAY).  THE ARCHIVE IMAGE GOES FIRST AND THE MASTER
006030* RECORD IS DELETED; ONLY THEN ARE THE REMITTANCE HISTORY RECORD
006040* AND THE STATE OWNER RECORD WRITTEN, SO A FAILED DELETE NEVER
006050* REPORTS MONEY TO THE STATE THAT IS STILL ON THE MASTER.
006060*----------------------------------------------------------
006070 4000-FILE-ONE.
006080     MOVE USER-ID TO ESN-USER-ID.
006090     READ USERESCN
006100         INVALID KEY
006110             MOVE "NO DUE-DILIGENCE NOTICE ON FILE"
006120                 TO WS-SKIP-REASON
006130             PERFORM 2900-REPORT-SKIP THRU 2900-EXIT
006140             GO TO 4000-EXIT
006150     END-READ.

006160     COMPUTE WS-NOTICE-INT =
006170         FUNCTION INTEGER-OF-DATE(ESN-NOTICE-DATE).
006180     COMPUTE WS-NOTICE-AGE = WS-TODAY-INT - WS-NOTICE-INT.
006190     IF WS-NOTICE-AGE < 1 OR WS-NOTICE-AGE < HLDR-NOTICE-DAYS
006200         MOVE "NOTICE WAITING PERIOD HAS NOT RUN"
006210             TO WS-SKIP-REASON
006220         PERFORM 2900-REPORT-SKIP THRU 2900-EXIT
006230         GO TO 4000-EXIT
006240     END-IF.

006250     PERFORM 4100-WRITE-ARCHIVE THRU 4100-EXIT.
006260     DELETE USERMAST
006270         INVALID KEY
006280             DISPLAY "USRESC: DELETE FAILED FOR " USER-ID
006290                 ", STATUS = " WS-USERMAST-STATUS
006300                 " - ARCHIVE IMAGE WRITTEN, NOTHING REMITTED"
006310             MOVE 12 TO RETURN-CODE
006320             GO TO 4000-EXIT
006330     END-DELETE.

006340     PERFORM 4200-WRITE-HISTORY THRU 4200-EXIT.
006350     PERFORM 4300-WRITE-OWNER THRU 4300-EXIT.

006360     IF WS-ADDR-ON-FILE
006370         DELETE USERADDR
006380             INVALID KEY
006390                 CONTINUE
006400         END-DELETE
006410     END-IF.
006420     DELETE USERESCN
006430         INVALID KEY
006440             CONTINUE
006450     END-DELETE.

006460     MOVE "REMITTED TO STATE" TO DL-TAG.
006470     MOVE USER-ID TO DL-USER-ID.
006480     MOVE USER-NAME TO DL-USER-NAME.
006490     MOVE USER-STATUS TO DL-STATUS.
006500     MOVE USER-BAL TO DL-BAL.
006510     MOVE "NOTICED ON" TO DT-LABEL.
006520     MOVE ESN-NOTICE-DATE TO DT-DATE.
006530     MOVE WS-DATE-TEXT TO DL-TEXT.
006540     WRITE ESC-LINE FROM WS-DETAIL-LINE.
006550     ADD 1 TO WS-REMIT-COUNT.
006560     ADD USER-BAL TO WS-REMIT-TOTAL.
006570 4000-EXIT.
006580     EXIT.

006590*----------------------------------------------------------
006600* 4100-WRITE-ARCHIVE - THE CLOSE IMAGE, FLAGGED ESCHEATED, WITH
006610* THE BALANCE LEFT AFTER THE REMITTANCE (ZERO) AND THE NAME AND
006620* ADDRESS THE STATE WAS GIVEN.
006630*----------------------------------------------------------
006640 4100-WRITE-ARCHIVE.
006650     MOVE USER-NAME TO ARC-USER-NAME.
006660     MOVE USER-ID TO ARC-USER-ID.
006670     MOVE USER-STATUS TO ARC-USER-STATUS.
006680     MOVE ZERO TO ARC-USER-BAL.
006690     MOVE USER-DEPT TO ARC-USER-DEPT.
006700     MOVE WS-RUN-DATE TO ARC-CLOSE-DATE.
006710     SET ARC-ESCHEATED TO TRUE.
006720     IF WS-ADDR-ON-FILE
006730         MOVE WA-ADDRESS-DATA TO ARC-ADDRESS-DATA
006740     ELSE
006750         MOVE SPACES TO ARC-ADDRESS-DATA
006760     END-IF.
006770     WRITE ARC-RECORD.
006780 4100-EXIT.
006790     EXIT.

006800*----------------------------------------------------------
006810* 4200-WRITE-HISTORY - THE REMITTANCE TAKES THE BALANCE TO ZERO,
006820* UNDER THIS JOB'S OWN NAME SO USRRCN'S NET MOVEMENT ACCOUNTS FOR
006830* THE MONEY THAT LEFT THE MASTER.
006840*----------------------------------------------------------
006850 4200-WRITE-HISTORY.
006860     MOVE USER-ID TO HIST-USER-ID.
006870     MOVE USER-BAL TO HIST-OLD-BAL.
006880     MOVE ZERO TO HIST-NEW-BAL.
006890     MOVE WS-RUN-DATE TO HIST-EFF-DATE.
006900     MOVE "USRESC" TO HIST-SOURCE-JOB.
006910     MOVE SPACES TO HIST-OPER-ID.
006912     MOVE SPACES TO HIST-POST-REF.
006914     MOVE SPACES TO HIST-REVERSES-REF.
006916     MOVE SPACES TO HIST-OLD-DEPT.
006918     MOVE SPACES TO HIST-NEW-DEPT.
006919     MOVE SPACE TO HIST-MOVE-TYPE.
006920     WRITE HIST-RECORD.
006930 4200-EXIT.
006940     EXIT.

006950*----------------------------------------------------------
006960* 4300-WRITE-OWNER - ONE OWNER RECORD ON THE STATE FILE.
006970*----------------------------------------------------------
006980 4300-WRITE-OWNER.
006990     MOVE SPACES TO STF-RECORD.
007000     SET STF-OWNER TO TRUE.
007010     MOVE USER-ID TO STF-OWNER-ACCOUNT.
007020     MOVE WA-FULL-NAME TO STF-OWNER-NAME.
007030     MOVE WA-LINE-1 TO STF-OWNER-LINE-1.
007040     MOVE WA-LINE-2 TO STF-OWNER-LINE-2.
007050     MOVE WA-CITY TO STF-OWNER-CITY.
007060     MOVE WA-STATE TO STF-OWNER-STATE.
007070     MOVE WA-ZIP TO STF-OWNER-ZIP.
007080     MOVE ESC-LAST-MOVE-DATE TO STF-LAST-ACTIVITY.
007090     MOVE HLDR-PROP-TYPE TO STF-PROPERTY-TYPE.
007100     MOVE USER-BAL TO STF-OWNER-AMOUNT.
007110     WRITE STF-RECORD.
007120 4300-EXIT.
007130     EXIT.

007140*----------------------------------------------------------
007150* 8000-TERMINATE - THE STATE FILE'S CONTROL TRAILER (A FILING WITH
007160* NOTHING TO REMIT STILL GETS ITS HEADER AND A ZERO TRAILER), THE
007170* REPORT TOTALS AND THE JOB LOG.
007180*----------------------------------------------------------
007190 8000-TERMINATE.
007200     MOVE SPACES TO ESC-LINE.
007210     WRITE ESC-LINE.
007220     MOVE "CANDIDATES READ" TO CT-LABEL.
007230     MOVE WS-READ-COUNT TO CT-COUNT.
007240     WRITE ESC-LINE FROM WS-COUNT-LINE.
007250     MOVE "PASSED OVER" TO CT-LABEL.
007260     MOVE WS-SKIP-COUNT TO CT-COUNT.
007270     WRITE ESC-LINE FROM WS-COUNT-LINE.

007280     IF WS-MODE-NOTICE
007290         MOVE "NOTICES DUE" TO CT-LABEL
007300         MOVE WS-NOTICE-COUNT TO CT-COUNT
007310         WRITE ESC-LINE FROM WS-COUNT-LINE
007320         MOVE "  WITH NO ADDRESS ON FILE" TO CT-LABEL
007330         MOVE WS-NO-ADDR-COUNT TO CT-COUNT
007340         WRITE ESC-LINE FROM WS-COUNT-LINE
007350         MOVE "ALREADY NOTICED" TO CT-LABEL
007360         MOVE WS-PRIOR-NOTICE-COUNT TO CT-COUNT
007370         WRITE ESC-LINE FROM WS-COUNT-LINE
007380         CLOSE USERESCC, USERMAST, USERADDR, USERESCN, USRESC
007390         DISPLAY "USRESC: CANDIDATES READ = " WS-READ-COUNT
007400         DISPLAY "USRESC: NOTICES DUE     = " WS-NOTICE-COUNT
007410         DISPLAY "USRESC: ALREADY NOTICED = "
007420             WS-PRIOR-NOTICE-COUNT
007430         DISPLAY "USRESC: PASSED OVER     = " WS-SKIP-COUNT
007440         GO TO 8000-EXIT
007450     END-IF.

007460     MOVE SPACES TO STF-RECORD.
007470     SET STF-TRAILER TO TRUE.
007480     MOVE WS-REMIT-COUNT TO STF-OWNER-COUNT.
007490     MOVE WS-REMIT-TOTAL TO STF-TOTAL-AMOUNT.
007500     WRITE STF-RECORD.

007510     MOVE "ACCOUNTS REMITTED" TO CT-LABEL.
007520     MOVE WS-REMIT-COUNT TO CT-COUNT.
007530     WRITE ESC-LINE FROM WS-COUNT-LINE.
007540     MOVE "TOTAL REMITTED TO STATE" TO CA-LABEL.
007550     MOVE WS-REMIT-TOTAL TO CA-AMOUNT.
007560     WRITE ESC-LINE FROM WS-AMOUNT-LINE.

007570     CLOSE USERESCC, USERMAST, USERADDR, USERESCN, USERHIST,
007580         USERARCH, USERSTAT, USRESC.
007590     DISPLAY "USRESC: CANDIDATES READ = " WS-READ-COUNT.
007600     DISPLAY "USRESC: REMITTED        = " WS-REMIT-COUNT.
007610     DISPLAY "USRESC: TOTAL REMITTED  = " WS-REMIT-TOTAL.
007620     DISPLAY "USRESC: PASSED OVER     = " WS-SKIP-COUNT.
007630 8000-EXIT.
007640     EXIT.

007650 END PROGRAM USRESC.
