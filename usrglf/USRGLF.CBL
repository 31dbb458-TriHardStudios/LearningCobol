000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    USRGLF.
000120 AUTHOR.        R F KOVACS.
000130 INSTALLATION.  ACCOUNT SERVICES.
000140 DATE-WRITTEN.  10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* USRGLF - NIGHTLY GENERAL LEDGER JOURNAL FEED.  RUN AFTER USRRCN.
000180*
000190* FINANCE USED TO RE-KEY THE DAY'S ACTIVITY INTO THE LEDGER FROM
000200* THE USRRPT AND USRACR LISTINGS.  THIS JOB WRITES IT INSTEAD, AS
000210* A BALANCED JOURNAL FILE (USERGLJE, SEE USERGLJ) BUILT FROM THE
000220* USERHIST MOVEMENTS IN THE WINDOW USRRCN JUST PROVED: EVERY
000230* RECORD DATED AFTER TOT-PRIOR-DATE UP THROUGH TOT-RUN-DATE ON THE
000240* LAST USERTOT RECORD.
000250*
000260* MOVEMENTS ARE SUMMARIZED BY HIST-SOURCE-JOB AND BY THE OWNING
000270* DEPARTMENT (USER-DEPT OFF THE MASTER, OR OFF THE LAST USERARCH
000280* IMAGE FOR AN ACCOUNT CLOSED SINCE).  EACH SOURCE JOB MAPS TO A
000290* PAIR OF GL ACCOUNTS ON THE USERGLMP CONTROL CARDS - THE CUSTOMER
000300* BALANCE LIABILITY AND THE OFFSET THE JOB'S MONEY MOVES THROUGH -
000310* SO ACCRUALS, BILLING, ESCHEAT AND OPERATOR POSTINGS EACH LAND ON
000320* THEIR OWN LINES.  FOR EVERY JOB AND DEPARTMENT:
000330*
000340*     BALANCES RAISED   -  CREDIT THE BALANCE ACCOUNT, DEBIT THE
000350*                          OFFSET ACCOUNT
000360*     BALANCES LOWERED  -  DEBIT THE BALANCE ACCOUNT, CREDIT THE
000370*                          OFFSET ACCOUNT
000380*
000390* SO THE FEED ALWAYS BALANCES, AND THE TRAILER'S NET MOVEMENT TIES
000400* TO THE TOT-NET-MOVEMENT USRRCN LOGGED.
000410*
000420* THE FEED IS REFUSED, RETURN CODE 8 AND NOTHING WRITTEN, WHEN:
000430*     - THE LAST USERTOT RECORD DID NOT BALANCE, WAS A BASELINE
000440*       NIGHT, OR PREDATES THE RECONCILIATION FLAG;
000450*     - THE GL HAS ALREADY BEEN FED FOR THAT RUN DATE (USERGLCT);
000460*     - A MOVEMENT CAME FROM A SOURCE JOB WITH NO MAP CARD - THE
000470*       JOBS ARE LISTED ON THE REPORT;
000480*     - THE WINDOW NO LONGER TIES TO USRRCN'S NET MOVEMENT AND
000490*       RECORD COUNT (SOMETHING POSTED INTO THE WINDOW AFTER
000500*       USRRCN RAN).
000510* A MISSING OR BAD MAP CARD DECK IS RETURN CODE 16.  A WINDOW THAT
000520* DOES NOT START WHERE THE LAST FEED ENDED (A NIGHT WAS REFUSED OR
000530* NOT RUN) IS FED, BUT ENDS WITH RETURN CODE 4 AND THE UNFED DATES
000540* ON THE REPORT, SO FINANCE CAN JOURNAL THEM BY HAND.
000550*-----------------------------------------------------------------
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT USERTOT   ASSIGN TO "USERTOT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-USERTOT-STATUS.

000620     SELECT USERGLCT  ASSIGN TO "USERGLCT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-USERGLCT-STATUS.

000650     SELECT USERGLMP  ASSIGN TO "USERGLMP"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-USERGLMP-STATUS.

000680     SELECT USERHIST  ASSIGN TO "USERHIST"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-USERHIST-STATUS.

000710     SELECT USERMAST  ASSIGN TO "USERMAST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS MF-USER-ID
000750         ALTERNATE RECORD KEY IS MF-USER-NAME
000760             WITH DUPLICATES
000770         FILE STATUS IS WS-USERMAST-STATUS.

000780*    OPTIONAL - WITH NO ARCHIVE YET, A MOVEMENT ON AN ACCOUNT GONE
000790*    FROM THE MASTER SIMPLY HAS NO DEPARTMENT.
000800     SELECT OPTIONAL USERARCH  ASSIGN TO "USERARCH"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-USERARCH-STATUS.

000830     SELECT USERGLJE  ASSIGN TO "USERGLJE"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-USERGLJE-STATUS.

000860     SELECT USRGLF    ASSIGN TO "USRGLF"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-USRGLF-STATUS.

000890     SELECT SORT-FILE ASSIGN TO "SORTWK01".

000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  USERTOT
000930     LABEL RECORDS ARE STANDARD.
000940 01  TOT-RECORD.
000950     COPY USERTOT.

000960*    FEED CONTROL RECORD - THE LAST RUN DATE FED TO THE LEDGER,
000970*    REWRITTEN AFTER EVERY FEED, SO THE SAME NIGHT IS NEVER FED
000980*    TWICE.
000990 FD  USERGLCT
001000     LABEL RECORDS ARE STANDARD.
001010 01  GLCT-RECORD.
001020     05  GLC-LAST-RUN-DATE               PIC 9(08).
001030     05  GLC-LAST-ENTRIES                PIC 9(07).
001040     05  GLC-LAST-NET                    PIC S9(13)V99
001050         SIGN IS LEADING SEPARATE.

001060*    GL MAP CARD - ONE PER SOURCE JOB.  BLANK CARDS ARE IGNORED.
001070 FD  USERGLMP
001080     LABEL RECORDS ARE STANDARD.
001090 01  GLMP-RECORD.
001100     05  GLMP-SOURCE-JOB                 PIC X(08).
001110     05  FILLER                          PIC X(01).
001120     05  GLMP-BAL-ACCOUNT                PIC X(12).
001130     05  FILLER                          PIC X(01).
001140     05  GLMP-OFFSET-ACCOUNT             PIC X(12).
001150     05  FILLER                          PIC X(01).
001160     05  GLMP-DESC                       PIC X(20).
001170     05  FILLER                          PIC X(25).

001180 FD  USERHIST
001190     LABEL RECORDS ARE STANDARD.
001200 01  HIST-RECORD.
001210     COPY USERHST.

001220 FD  USERMAST
001230     LABEL RECORDS ARE STANDARD.
001240 01  MF-USER-RECORD.
001250     COPY USERREC
001260         REPLACING ==USER-NAME==     BY ==MF-USER-NAME==
001270                   ==USER-ID==       BY ==MF-USER-ID==
001280                   ==USER-STATUS==   BY ==MF-USER-STATUS==
001290                   ==USER-ACTIVE==   BY ==MF-USER-ACTIVE==
001300                   ==USER-INACTIVE== BY ==MF-USER-INACTIVE==
001310                   ==USER-HOLD==     BY ==MF-USER-HOLD==
001320                   ==USER-BAL==      BY ==MF-USER-BAL==
001330                   ==USER-DEPT==     BY ==MF-USER-DEPT==.

001340 FD  USERARCH
001350     LABEL RECORDS ARE STANDARD.
001360 01  ARC-RECORD.
001370     COPY USERREC
001380         REPLACING ==USER-NAME==     BY ==ARC-USER-NAME==
001390                   ==USER-ID==       BY ==ARC-USER-ID==
001400                   ==USER-STATUS==   BY ==ARC-USER-STATUS==
001410                   ==USER-ACTIVE==   BY ==ARC-USER-ACTIVE==
001420                   ==USER-INACTIVE== BY ==ARC-USER-INACTIVE==
001430                   ==USER-HOLD==     BY ==ARC-USER-HOLD==
001440                   ==USER-BAL==      BY ==ARC-USER-BAL==
001450                   ==USER-DEPT==     BY ==ARC-USER-DEPT==.
001460     05  ARC-CLOSE-DATE                  PIC 9(08).
001470     05  ARC-ACTION                      PIC X(01).
001480         88  ARC-CLOSE-IMAGE             VALUE "C" SPACE.
001490         88  ARC-REOPENED                VALUE "R".
001500         88  ARC-ESCHEATED               VALUE "E".
001510     05  ARC-ADDRESS-DATA                PIC X(144).

001520 FD  USERGLJE
001530     LABEL RECORDS ARE STANDARD.
001540 01  GLJE-RECORD.
001550     COPY USERGLJ.

001560 FD  USRGLF
001570     LABEL RECORDS ARE STANDARD.
001580 01  GLF-LINE                            PIC X(80).

001590*    ONE RECORD PER MOVEMENT IN THE WINDOW, CARRYING ITS MAP-TABLE
001600*    SLOT SO THE OUTPUT SIDE NEED NOT LOOK THE JOB UP AGAIN.
001610 SD  SORT-FILE.
001620 01  SORT-RECORD.
001630     05  SR-SOURCE-JOB                   PIC X(08).
001640     05  SR-DEPT                         PIC X(04).
001650     05  SR-MAP-IX                       PIC 9(03).
001660     05  SR-USER-ID                      PIC 9(08).
001670     05  SR-NET                          PIC S9(09)V99.

001680 WORKING-STORAGE SECTION.
001690 01  WS-PROGRAM-NAME                     PIC X(15)
001700                                         VALUE "USRGLF".

001710 01  WS-FILE-STATUSES.
001720     05  WS-USERTOT-STATUS               PIC X(02).
001730         88  WS-USERTOT-EOF               VALUE "10".
001740     05  WS-USERGLCT-STATUS              PIC X(02).
001750     05  WS-USERGLMP-STATUS              PIC X(02).
001760     05  WS-USERHIST-STATUS              PIC X(02).
001770     05  WS-USERMAST-STATUS              PIC X(02).
001780         88  WS-USERMAST-OK               VALUE "00".
001790     05  WS-USERARCH-STATUS              PIC X(02).
001800     05  WS-USERGLJE-STATUS              PIC X(02).
001810     05  WS-USRGLF-STATUS                PIC X(02).

001820 77  WS-TOTAL-SW                         PIC X(01) VALUE "N".
001830     88  WS-HAVE-TOTAL                    VALUE "Y".

001840 77  WS-FEED-CTL-SW                      PIC X(01) VALUE "N".
001850     88  WS-FIRST-FEED                    VALUE "Y".

001860 77  WS-GAP-SW                           PIC X(01) VALUE "N".
001870     88  WS-WINDOW-GAP                    VALUE "Y".

001880 77  WS-CARD-EOF-SW                      PIC X(01) VALUE "N".
001890     88  WS-NO-MORE-CARDS                 VALUE "Y".

001900 77  WS-HIST-EOF-SW                      PIC X(01) VALUE "N".
001910     88  WS-NO-MORE-HISTORY               VALUE "Y".

001920 77  WS-ARC-EOF-SW                       PIC X(01) VALUE "N".
001930     88  WS-NO-MORE-ARCHIVE               VALUE "Y".

001940 77  WS-SORT-EOF-SW                      PIC X(01) VALUE "N".
001950     88  WS-NO-MORE-SORTED                VALUE "Y".

001960 77  WS-FIRST-SW                         PIC X(01) VALUE "Y".
001970     88  WS-FIRST-RECORD                  VALUE "Y".

001980 77  WS-UNMAPPED-SW                      PIC X(01) VALUE "N".
001990     88  WS-HAVE-UNMAPPED                 VALUE "Y".

002000 77  WS-FEED-SW                          PIC X(01) VALUE "N".
002010     88  WS-FEED-WRITTEN                  VALUE "Y".

002020*    THE RUN'S RETURN CODE IS KEPT HERE AND MOVED TO RETURN-CODE
002030*    AT THE END - THE SORT LEAVES ITS OWN COMPLETION CODE IN
002040*    RETURN-CODE WHEN IT FINISHES.
002050 77  WS-RUN-RC                           PIC 9(02) VALUE ZERO.

002060*    WHAT USRRCN PROVED, OFF THE LAST USERTOT RECORD.
002070 01  WS-RUN-DATE                         PIC 9(08) VALUE ZERO.
002080 01  WS-PRIOR-DATE                       PIC 9(08) VALUE ZERO.
002090 01  WS-TOT-NET                          PIC S9(13)V99 VALUE ZERO.
002100 01  WS-TOT-HIST-COUNT                   PIC 9(07) VALUE ZERO.
002110 01  WS-RECON-FLAG                       PIC X(01) VALUE SPACE.
002120     88  WS-RECON-IN-BALANCE              VALUE "Y".
002130     88  WS-RECON-OUT-OF-BALANCE          VALUE "N".
002140     88  WS-RECON-BASELINE                VALUE "B".
002150 01  WS-FED-THROUGH                      PIC 9(08) VALUE ZERO.

002160*    THE GL MAP, LOADED FROM THE USERGLMP CARDS.
002170 77  WS-MAP-MAX                          PIC 9(03) COMP
002180                                         VALUE 20.
002190 77  WS-MAP-USED                         PIC 9(03) COMP
002200                                         VALUE ZERO.
002210 77  WS-MAP-IX                           PIC 9(03) COMP
002220                                         VALUE ZERO.
002230 77  WS-MAP-AT                           PIC 9(03) COMP
002240                                         VALUE ZERO.
002250 01  WS-FIND-JOB                         PIC X(08).

002260 01  WS-MAP-TABLE.
002270     05  WS-MAP-ENTRY OCCURS 20 TIMES.
002280         10  MT-SOURCE-JOB               PIC X(08).
002290         10  MT-BAL-ACCOUNT              PIC X(12).
002300         10  MT-OFFSET-ACCOUNT           PIC X(12).
002310         10  MT-DESC                     PIC X(20).

002320*    SOURCE JOBS FOUND WITH NO MAP CARD, FOR THE REPORT.
002330 77  WS-UNMAP-MAX                        PIC 9(03) COMP
002340                                         VALUE 20.
002350 77  WS-UNMAP-USED                       PIC 9(03) COMP
002360                                         VALUE ZERO.
002370 77  WS-UNMAP-IX                         PIC 9(03) COMP
002380                                         VALUE ZERO.
002390 77  WS-UNMAP-AT                         PIC 9(03) COMP
002400                                         VALUE ZERO.

002410 01  WS-UNMAP-TABLE.
002420     05  WS-UNMAP-ENTRY OCCURS 20 TIMES.
002430         10  UT-SOURCE-JOB               PIC X(08).
002440         10  UT-COUNT                    PIC 9(07) COMP.

002450*    THE LAST ACCOUNT WHOSE DEPARTMENT WAS LOOKED UP - A T OR A
002460*    CLOSE WRITES SEVERAL MOVEMENTS FOR ONE ACCOUNT TOGETHER.
002470 01  WS-LOOKUP-ID                        PIC 9(08) VALUE ZERO.
002480 01  WS-LOOKUP-DEPT                      PIC X(04) VALUE SPACES.

002490 77  WS-READ-COUNT                       PIC 9(07) COMP
002500                                         VALUE ZERO.
002510 77  WS-WINDOW-COUNT                     PIC 9(07) COMP
002520                                         VALUE ZERO.
002530 77  WS-UNMAPPED-COUNT                   PIC 9(07) COMP
002540                                         VALUE ZERO.
002550 77  WS-NO-DEPT-COUNT                    PIC 9(07) COMP
002560                                         VALUE ZERO.
002570 77  WS-ARCH-DEPT-COUNT                  PIC 9(07) COMP
002580                                         VALUE ZERO.
002590 77  WS-ENTRY-COUNT                      PIC 9(07) COMP
002600                                         VALUE ZERO.

002610 77  WS-MOVE-NET                         PIC S9(09)V99
002620                                         VALUE ZERO.
002630 77  WS-WINDOW-NET                       PIC S9(13)V99
002640                                         VALUE ZERO.
002650 77  WS-DEBIT-TOTAL                      PIC 9(13)V99
002660                                         VALUE ZERO.
002670 77  WS-CREDIT-TOTAL                     PIC 9(13)V99
002680                                         VALUE ZERO.

002690*    THE JOB AND DEPARTMENT BEING SUMMARIZED: BALANCES RAISED AND
002700*    BALANCES LOWERED ARE KEPT APART SO THE ENTRIES SHOW BOTH.
002710 01  WS-PREV-JOB                         PIC X(08) VALUE SPACES.
002720 01  WS-PREV-DEPT                        PIC X(04) VALUE SPACES.
002730 01  WS-PREV-MAP-IX                      PIC 9(03) VALUE ZERO.
002740 77  WS-GRP-UP                           PIC 9(13)V99
002750                                         VALUE ZERO.
002760 77  WS-GRP-DOWN                         PIC 9(13)V99
002770                                         VALUE ZERO.
002780 77  WS-GRP-UP-COUNT                     PIC 9(07) COMP
002790                                         VALUE ZERO.
002800 77  WS-GRP-DOWN-COUNT                   PIC 9(07) COMP
002810                                         VALUE ZERO.

002820*    THE ENTRY ABOUT TO BE WRITTEN.
002830 01  WS-ENTRY-ACCOUNT                    PIC X(12).
002840 01  WS-ENTRY-DR-CR                      PIC X(01).
002850 01  WS-ENTRY-AMOUNT                     PIC 9(13)V99.
002860 01  WS-ENTRY-MOVES                      PIC 9(07).

002870 01  WS-HEAD-LINE-1.
002880     05  FILLER                          PIC X(38)
002890         VALUE "GENERAL LEDGER JOURNAL FEED".
002900     05  FILLER                          PIC X(10)
002910         VALUE "POST DATE ".
002920     05  GH1-RUN-DATE                    PIC 9(08).
002930     05  FILLER                          PIC X(24) VALUE SPACES.

002940 01  WS-HEAD-LINE-2.
002950     05  FILLER                          PIC X(20)
002960         VALUE "MOVEMENTS DATED AFT".
002970     05  FILLER                          PIC X(04) VALUE "ER ".
002980     05  GH2-PRIOR-DATE                  PIC 9(08).
002990     05  FILLER                          PIC X(10)
003000         VALUE " THROUGH ".
003010     05  GH2-RUN-DATE                    PIC 9(08).
003020     05  FILLER                          PIC X(30) VALUE SPACES.

003030 01  WS-HEAD-LINE-3.
003040     05  FILLER                          PIC X(40)
003050         VALUE "GL ACCOUNT   DEPT JOB      D/C".
003060     05  FILLER                          PIC X(40)
003070         VALUE "        AMOUNT   MOVES DESCRIPTION".

003080 01  WS-DETAIL-LINE.
003090     05  DL-ACCOUNT                      PIC X(12).
003100     05  FILLER                          PIC X(01) VALUE SPACE.
003110     05  DL-DEPT                         PIC X(04).
003120     05  FILLER                          PIC X(01) VALUE SPACE.
003130     05  DL-SOURCE-JOB                   PIC X(08).
003140     05  FILLER                          PIC X(01) VALUE SPACE.
003150     05  DL-DR-CR                        PIC X(01).
003160     05  FILLER                          PIC X(01) VALUE SPACE.
003170     05  DL-AMOUNT                       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003180     05  FILLER                          PIC X(01) VALUE SPACE.
003190     05  DL-MOVES                        PIC ZZZ,ZZ9.
003200     05  FILLER                          PIC X(01) VALUE SPACE.
003210     05  DL-DESC                         PIC X(20).
003220     05  FILLER                          PIC X(05) VALUE SPACES.

003230 01  WS-UNMAPPED-LINE.
003240     05  FILLER                          PIC X(30)
003250         VALUE "NO GL MAP CARD FOR JOB".
003260     05  UL-SOURCE-JOB                   PIC X(08).
003270     05  FILLER                          PIC X(02) VALUE SPACES.
003280     05  UL-COUNT                        PIC Z,ZZZ,ZZ9.
003290     05  FILLER                          PIC X(31)
003300         VALUE " MOVEMENTS".

003310 01  WS-NOTE-LINE.
003320     05  NL-LABEL                        PIC X(30).
003330     05  NL-DATE-1                       PIC 9(08).
003340     05  NL-TEXT                         PIC X(10).
003350     05  NL-DATE-2                       PIC 9(08).
003360     05  FILLER                          PIC X(24) VALUE SPACES.

003370 01  WS-COUNT-LINE.
003380     05  CT-LABEL                        PIC X(30).
003390     05  CT-COUNT                        PIC Z,ZZZ,ZZ9.
003400     05  FILLER                          PIC X(41) VALUE SPACES.

003410 01  WS-AMOUNT-LINE.
003420     05  CA-LABEL                        PIC X(30).
003430     05  CA-AMOUNT                       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003440     05  FILLER                          PIC X(33) VALUE SPACES.

003450 01  WS-NET-LINE.
003460     05  CN-LABEL                        PIC X(30).
003470     05  CN-AMOUNT                       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003480     05  FILLER                          PIC X(32) VALUE SPACES.

003490 PROCEDURE DIVISION.

003500 0000-MAINLINE.
003510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003520     IF RETURN-CODE = ZERO
003530         SORT SORT-FILE
003540             ON ASCENDING KEY SR-SOURCE-JOB, SR-DEPT
003550             INPUT PROCEDURE IS 2000-SELECT-WINDOW
003560                 THRU 2000-EXIT
003570             OUTPUT PROCEDURE IS 3000-WRITE-JOURNAL
003580                 THRU 3000-EXIT
003590         PERFORM 8000-TERMINATE THRU 8000-EXIT
003600     END-IF.
003610     STOP RUN.

003620*----------------------------------------------------------
003630* 1000-INITIALIZE - FIND OUT WHAT USRRCN PROVED, CHECK THE NIGHT
003640* HAS NOT BEEN FED ALREADY, LOAD THE GL MAP, AND OPEN THE FILES.
003650* ANY REFUSAL HERE HAPPENS BEFORE A FEED FILE IS OPENED.
003660*----------------------------------------------------------
003670 1000-INITIALIZE.
003680     PERFORM 1100-READ-LAST-TOTAL THRU 1100-EXIT.
003690     IF RETURN-CODE NOT = ZERO
003700         GO TO 1000-EXIT
003710     END-IF.

003720     PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
003730     IF RETURN-CODE NOT = ZERO
003740         GO TO 1000-EXIT
003750     END-IF.

003760     PERFORM 1300-LOAD-MAP THRU 1300-EXIT.
003770     IF RETURN-CODE NOT = ZERO
003780         GO TO 1000-EXIT
003790     END-IF.

003800     OPEN INPUT USERHIST.
003810     IF WS-USERHIST-STATUS NOT = "00"
003820         DISPLAY "USRGLF: UNABLE TO OPEN USERHIST, STATUS = "
003830             WS-USERHIST-STATUS
003840         MOVE 16 TO RETURN-CODE
003850         GO TO 1000-EXIT
003860     END-IF.

003870     OPEN INPUT USERMAST.
003880     IF NOT WS-USERMAST-OK
003890         DISPLAY "USRGLF: UNABLE TO OPEN USERMAST, STATUS = "
003900             WS-USERMAST-STATUS
003910         MOVE 16 TO RETURN-CODE
003920         GO TO 1000-EXIT
003930     END-IF.

003940     OPEN OUTPUT USRGLF.
003950     IF WS-USRGLF-STATUS NOT = "00"
003960         DISPLAY "USRGLF: UNABLE TO OPEN USRGLF, STATUS = "
003970             WS-USRGLF-STATUS
003980         MOVE 16 TO RETURN-CODE
003990         GO TO 1000-EXIT
004000     END-IF.

004010     MOVE WS-RUN-DATE TO GH1-RUN-DATE, GH2-RUN-DATE.
004020     MOVE WS-PRIOR-DATE TO GH2-PRIOR-DATE.
004030     WRITE GLF-LINE FROM WS-HEAD-LINE-1.
004040     WRITE GLF-LINE FROM WS-HEAD-LINE-2.
004050     MOVE SPACES TO GLF-LINE.
004060     WRITE GLF-LINE.
004070 1000-EXIT.
004080     EXIT.

004090*----------------------------------------------------------
004100* 1100-READ-LAST-TOTAL - THE LAST RECORD ON THE USERTOT LOG IS THE
004110* NIGHT USRRCN LAST RECONCILED.  ONLY A NIGHT THAT BALANCED
004120* AGAINST A PRIOR TOTAL HAS A PROVED WINDOW TO FEED.
004130*----------------------------------------------------------
004140 1100-READ-LAST-TOTAL.
004150     OPEN INPUT USERTOT.
004160     IF WS-USERTOT-STATUS NOT = "00"
004170         DISPLAY "USRGLF: UNABLE TO OPEN USERTOT, STATUS = "
004180             WS-USERTOT-STATUS
004190         DISPLAY "USRGLF: NO RECONCILIATION LOGGED - FEED REFUSED"
004200         MOVE 8 TO RETURN-CODE
004210         GO TO 1100-EXIT
004220     END-IF.
004230     PERFORM 1110-READ-TOTAL-REC THRU 1110-EXIT
004240         UNTIL WS-USERTOT-EOF.
004250     CLOSE USERTOT.

004260     IF NOT WS-HAVE-TOTAL
004270         DISPLAY "USRGLF: USERTOT IS EMPTY - DID USRRCN RUN? "
004280             "FEED REFUSED"
004290         MOVE 8 TO RETURN-CODE
004300         GO TO 1100-EXIT
004310     END-IF.

004320     EVALUATE TRUE
004330         WHEN WS-RECON-IN-BALANCE
004340             CONTINUE
004350         WHEN WS-RECON-OUT-OF-BALANCE
004360             DISPLAY "USRGLF: USRRCN DID NOT BALANCE " WS-RUN-DATE
004370                 " - FEED REFUSED"
004380             MOVE 8 TO RETURN-CODE
004390         WHEN WS-RECON-BASELINE
004400             DISPLAY "USRGLF: " WS-RUN-DATE " WAS USRRCN'S "
004410                 "BASELINE NIGHT, NO MOVEMENT PROVED - FEED "
004420                 "REFUSED"
004430             MOVE 8 TO RETURN-CODE
004440         WHEN OTHER
004450             DISPLAY "USRGLF: LAST USERTOT RECORD (" WS-RUN-DATE
004460                 ") CARRIES NO RECONCILIATION RESULT - FEED "
004470                 "REFUSED"
004480             MOVE 8 TO RETURN-CODE
004490     END-EVALUATE.
004500 1100-EXIT.
004510     EXIT.

004520 1110-READ-TOTAL-REC.
004530     READ USERTOT
004540         AT END
004550             CONTINUE
004560         NOT AT END
004570             MOVE TOT-RUN-DATE TO WS-RUN-DATE
004580             MOVE TOT-RECON-FLAG TO WS-RECON-FLAG
004585*            A RECORD LOGGED BEFORE THE WINDOW WAS KEPT HAS
004590*            SPACES WHERE THE WINDOW FIELDS WOULD BE.
004595             IF TOT-IN-BALANCE
004600                 MOVE TOT-PRIOR-DATE TO WS-PRIOR-DATE
004605                 MOVE TOT-NET-MOVEMENT TO WS-TOT-NET
004610                 MOVE TOT-HIST-COUNT TO WS-TOT-HIST-COUNT
004615             END-IF
004620             SET WS-HAVE-TOTAL TO TRUE
004630     END-READ.
004640 1110-EXIT.
004650     EXIT.

004660*----------------------------------------------------------
004670* 1200-READ-CONTROL - THE LAST RUN DATE FED TO THE LEDGER.  NO
004680* CONTROL FILE YET IS THE FIRST FEED EVER.  A NIGHT ALREADY FED
004690* IS REFUSED; A FEED THAT WOULD LEAVE DATES UNFED BETWEEN THE
004700* LAST ONE AND THIS WINDOW GOES AHEAD WITH A WARNING.
004710*----------------------------------------------------------
004720 1200-READ-CONTROL.
004730     OPEN INPUT USERGLCT.
004740     IF WS-USERGLCT-STATUS = "35"
004750         SET WS-FIRST-FEED TO TRUE
004760         GO TO 1200-EXIT
004770     END-IF.
004780     IF WS-USERGLCT-STATUS NOT = "00"
004790         DISPLAY "USRGLF: UNABLE TO OPEN USERGLCT, STATUS = "
004800             WS-USERGLCT-STATUS
004810         MOVE 16 TO RETURN-CODE
004820         GO TO 1200-EXIT
004830     END-IF.
004840     READ USERGLCT
004850         AT END
004860             SET WS-FIRST-FEED TO TRUE
004870     END-READ.
004880     CLOSE USERGLCT.
004890     IF WS-FIRST-FEED
004900         GO TO 1200-EXIT
004910     END-IF.

004920     MOVE GLC-LAST-RUN-DATE TO WS-FED-THROUGH.
004930     IF WS-FED-THROUGH NOT < WS-RUN-DATE
004940         DISPLAY "USRGLF: LEDGER ALREADY FED THROUGH "
004950             WS-FED-THROUGH " - RUN REFUSED"
004960         MOVE 8 TO RETURN-CODE
004970         GO TO 1200-EXIT
004980     END-IF.
004990     IF WS-FED-THROUGH < WS-PRIOR-DATE
005000         DISPLAY "USRGLF: LEDGER LAST FED THROUGH " WS-FED-THROUGH
005010             " - MOVEMENTS AFTER THAT UP THROUGH " WS-PRIOR-DATE
005020             " ARE NOT IN THIS FEED"
005030         SET WS-WINDOW-GAP TO TRUE
005040     END-IF.
005050 1200-EXIT.
005060     EXIT.

005070*----------------------------------------------------------
005080* 1300-LOAD-MAP - READ THE USERGLMP CARDS INTO THE MAP TABLE.  A
005090* CARD MISSING EITHER ACCOUNT, A SOURCE JOB CARDED TWICE, OR MORE
005100* CARDS THAN THE TABLE HOLDS STOPS THE RUN - THE FEED IS NEVER
005110* BUILT FROM A MAP THAT IS HALF RIGHT.
005120*----------------------------------------------------------
005130 1300-LOAD-MAP.
005140     OPEN INPUT USERGLMP.
005150     IF WS-USERGLMP-STATUS NOT = "00"
005160         DISPLAY "USRGLF: UNABLE TO OPEN USERGLMP, STATUS = "
005170             WS-USERGLMP-STATUS
005180         MOVE 16 TO RETURN-CODE
005190         GO TO 1300-EXIT
005200     END-IF.
005210     PERFORM 1310-READ-MAP-CARD THRU 1310-EXIT
005220         UNTIL WS-NO-MORE-CARDS OR RETURN-CODE NOT = ZERO.
005230     CLOSE USERGLMP.

005240     IF RETURN-CODE = ZERO AND WS-MAP-USED = ZERO
005250         DISPLAY "USRGLF: NO GL MAP CARDS - FEED REFUSED"
005260         MOVE 16 TO RETURN-CODE
005270     END-IF.
005280 1300-EXIT.
005290     EXIT.

005300 1310-READ-MAP-CARD.
005310     READ USERGLMP
005320         AT END
005330             SET WS-NO-MORE-CARDS TO TRUE
005340             GO TO 1310-EXIT
005350     END-READ.
005360     IF GLMP-RECORD = SPACES
005370         GO TO 1310-EXIT
005380     END-IF.

005390     IF GLMP-SOURCE-JOB = SPACES OR GLMP-BAL-ACCOUNT = SPACES
005400         OR GLMP-OFFSET-ACCOUNT = SPACES
005410         DISPLAY "USRGLF: INCOMPLETE GL MAP CARD: " GLMP-RECORD
005420         MOVE 16 TO RETURN-CODE
005430         GO TO 1310-EXIT
005440     END-IF.

005450     MOVE GLMP-SOURCE-JOB TO WS-FIND-JOB.
005460     PERFORM 1320-FIND-MAP-JOB THRU 1320-EXIT.
005470     IF WS-MAP-AT > ZERO
005480         DISPLAY "USRGLF: SOURCE JOB " GLMP-SOURCE-JOB
005490             " IS ON MORE THAN ONE GL MAP CARD"
005500         MOVE 16 TO RETURN-CODE
005510         GO TO 1310-EXIT
005520     END-IF.
005530     IF WS-MAP-USED NOT < WS-MAP-MAX
005540         DISPLAY "USRGLF: MORE THAN " WS-MAP-MAX " GL MAP CARDS"
005550         MOVE 16 TO RETURN-CODE
005560         GO TO 1310-EXIT
005570     END-IF.

005580     ADD 1 TO WS-MAP-USED.
005590     MOVE GLMP-SOURCE-JOB TO MT-SOURCE-JOB (WS-MAP-USED).
005600     MOVE GLMP-BAL-ACCOUNT TO MT-BAL-ACCOUNT (WS-MAP-USED).
005610     MOVE GLMP-OFFSET-ACCOUNT TO MT-OFFSET-ACCOUNT (WS-MAP-USED).
005620     MOVE GLMP-DESC TO MT-DESC (WS-MAP-USED).
005630 1310-EXIT.
005640     EXIT.

005650*----------------------------------------------------------
005660* 1320-FIND-MAP-JOB - THE MAP SLOT FOR WS-FIND-JOB, OR ZERO.
005670*----------------------------------------------------------
005680 1320-FIND-MAP-JOB.
005690     MOVE ZERO TO WS-MAP-AT.
005700     PERFORM 1330-CHECK-MAP-SLOT THRU 1330-EXIT
005710         VARYING WS-MAP-IX FROM 1 BY 1
005720         UNTIL WS-MAP-IX > WS-MAP-USED
005730             OR WS-MAP-AT > ZERO.
005740 1320-EXIT.
005750     EXIT.

005760 1330-CHECK-MAP-SLOT.
005770     IF MT-SOURCE-JOB (WS-MAP-IX) = WS-FIND-JOB
005780         MOVE WS-MAP-IX TO WS-MAP-AT
005790     END-IF.
005800 1330-EXIT.
005810     EXIT.

005820*----------------------------------------------------------
005830* 2000-SELECT-WINDOW - SORT INPUT: EVERY MOVEMENT IN USRRCN'S
005840* WINDOW, SUMMED AS USRRCN SUMS IT, AND RELEASED WITH ITS
005850* DEPARTMENT.  A MOVEMENT FROM AN UNMAPPED JOB IS COUNTED BUT NOT
005860* RELEASED - THE FEED WILL BE REFUSED ANYWAY.
005870*----------------------------------------------------------
005880 2000-SELECT-WINDOW.
005890     PERFORM 2100-SELECT-ONE THRU 2100-EXIT
005900         UNTIL WS-NO-MORE-HISTORY.
005910 2000-EXIT.
005920     EXIT.

005930 2100-SELECT-ONE.
005940     READ USERHIST
005950         AT END
005960             SET WS-NO-MORE-HISTORY TO TRUE
005970             GO TO 2100-EXIT
005980     END-READ.
005990     ADD 1 TO WS-READ-COUNT.
006000     IF HIST-EFF-DATE NOT > WS-PRIOR-DATE
006010         OR HIST-EFF-DATE > WS-RUN-DATE
006020         GO TO 2100-EXIT
006030     END-IF.

006040     ADD 1 TO WS-WINDOW-COUNT.
006050     COMPUTE WS-MOVE-NET = HIST-NEW-BAL - HIST-OLD-BAL.
006060     ADD WS-MOVE-NET TO WS-WINDOW-NET.

006070     MOVE HIST-SOURCE-JOB TO WS-FIND-JOB.
006080     PERFORM 1320-FIND-MAP-JOB THRU 1320-EXIT.
006090     IF WS-MAP-AT = ZERO
006100         PERFORM 2300-NOTE-UNMAPPED THRU 2300-EXIT
006110         GO TO 2100-EXIT
006120     END-IF.

006130     PERFORM 2200-GET-DEPT THRU 2200-EXIT.
006140     MOVE HIST-SOURCE-JOB TO SR-SOURCE-JOB.
006150     MOVE WS-LOOKUP-DEPT TO SR-DEPT.
006160     MOVE WS-MAP-AT TO SR-MAP-IX.
006170     MOVE HIST-USER-ID TO SR-USER-ID.
006180     MOVE WS-MOVE-NET TO SR-NET.
006190     RELEASE SORT-RECORD.
006200 2100-EXIT.
006210     EXIT.

006220*----------------------------------------------------------
006230* 2200-GET-DEPT - THE OWNING DEPARTMENT OF THE MOVEMENT'S ACCOUNT.
006240* AN ACCOUNT NO LONGER ON THE MASTER WAS CLOSED OR ESCHEATED SINCE
006250* THE MOVEMENT; ITS LAST USERARCH IMAGE STILL CARRIES THE
006260* DEPARTMENT.  ONE WITH NO DEPARTMENT EITHER WAY IS FED UNDER A
006270* BLANK ONE AND COUNTED ON THE REPORT.
006280*----------------------------------------------------------
006290 2200-GET-DEPT.
006300     IF HIST-USER-ID NOT = WS-LOOKUP-ID
006310         PERFORM 2210-LOOKUP-DEPT THRU 2210-EXIT
006320     END-IF.
006330     IF WS-LOOKUP-DEPT = SPACES
006340         ADD 1 TO WS-NO-DEPT-COUNT
006350     END-IF.
006360 2200-EXIT.
006370     EXIT.

006380 2210-LOOKUP-DEPT.
006390     MOVE HIST-USER-ID TO WS-LOOKUP-ID, MF-USER-ID.
006400     MOVE SPACES TO WS-LOOKUP-DEPT.
006410     READ USERMAST
006420         INVALID KEY
006430             PERFORM 2220-SCAN-ARCHIVE THRU 2220-EXIT
006440         NOT INVALID KEY
006450             MOVE MF-USER-DEPT TO WS-LOOKUP-DEPT
006460     END-READ.
006470 2210-EXIT.
006480     EXIT.

006490*----------------------------------------------------------
006500* 2220-SCAN-ARCHIVE - READ THE WHOLE ARCHIVE FOR THE ACCOUNT,
006510* KEEPING THE LAST IMAGE SEEN, THE SAME SEARCH USRCMP MAKES FOR A
006520* DROPPED ACCOUNT.  A NIGHT CLOSES A HANDFUL OF ACCOUNTS, SO ONE
006530* PASS PER CLOSED ACCOUNT IS CHEAP.
006540*----------------------------------------------------------
006550 2220-SCAN-ARCHIVE.
006560     MOVE "N" TO WS-ARC-EOF-SW.
006570     OPEN INPUT USERARCH.
006580     IF WS-USERARCH-STATUS NOT = "00" AND
006590         WS-USERARCH-STATUS NOT = "05"
006600         DISPLAY "USRGLF: UNABLE TO OPEN USERARCH, STATUS = "
006610             WS-USERARCH-STATUS
006620         GO TO 2220-EXIT
006630     END-IF.
006640     PERFORM 2230-READ-ARCHIVE THRU 2230-EXIT
006650         UNTIL WS-NO-MORE-ARCHIVE.
006660     CLOSE USERARCH.
006670     IF WS-LOOKUP-DEPT NOT = SPACES
006680         ADD 1 TO WS-ARCH-DEPT-COUNT
006690     END-IF.
006700 2220-EXIT.
006710     EXIT.

006720 2230-READ-ARCHIVE.
006730     READ USERARCH
006740         AT END
006750             SET WS-NO-MORE-ARCHIVE TO TRUE
006760         NOT AT END
006770             IF ARC-USER-ID = WS-LOOKUP-ID
006780                 MOVE ARC-USER-DEPT TO WS-LOOKUP-DEPT
006790             END-IF
006800     END-READ.
006810 2230-EXIT.
006820     EXIT.

006830*----------------------------------------------------------
006840* 2300-NOTE-UNMAPPED - COUNT A MOVEMENT WHOSE SOURCE JOB HAS NO
006850* MAP CARD, UNDER ITS JOB FOR THE REPORT.
006860*----------------------------------------------------------
006870 2300-NOTE-UNMAPPED.
006880     SET WS-HAVE-UNMAPPED TO TRUE.
006890     ADD 1 TO WS-UNMAPPED-COUNT.

006900     MOVE ZERO TO WS-UNMAP-AT.
006910     PERFORM 2310-CHECK-UNMAP-SLOT THRU 2310-EXIT
006920         VARYING WS-UNMAP-IX FROM 1 BY 1
006930         UNTIL WS-UNMAP-IX > WS-UNMAP-USED
006940             OR WS-UNMAP-AT > ZERO.
006950     IF WS-UNMAP-AT = ZERO
006960         IF WS-UNMAP-USED < WS-UNMAP-MAX
006970             ADD 1 TO WS-UNMAP-USED
006980             MOVE WS-UNMAP-USED TO WS-UNMAP-AT
006990             MOVE HIST-SOURCE-JOB TO UT-SOURCE-JOB (WS-UNMAP-AT)
007000             MOVE ZERO TO UT-COUNT (WS-UNMAP-AT)
007010         ELSE
007020             GO TO 2300-EXIT
007030         END-IF
007040     END-IF.
007050     ADD 1 TO UT-COUNT (WS-UNMAP-AT).
007060 2300-EXIT.
007070     EXIT.

007080 2310-CHECK-UNMAP-SLOT.
007090     IF UT-SOURCE-JOB (WS-UNMAP-IX) = HIST-SOURCE-JOB
007100         MOVE WS-UNMAP-IX TO WS-UNMAP-AT
007110     END-IF.
007120 2310-EXIT.
007130     EXIT.

007140*----------------------------------------------------------
007150* 3000-WRITE-JOURNAL - SORT OUTPUT.  THE WHOLE WINDOW HAS BEEN
007160* READ BEFORE THIS RUNS, SO AN UNMAPPED JOB OR A WINDOW THAT NO
007170* LONGER TIES TO USRRCN REFUSES THE FEED BEFORE A SINGLE ENTRY IS
007180* WRITTEN.  OTHERWISE CONTROL BREAK ON JOB AND DEPARTMENT.
007190*----------------------------------------------------------
007200 3000-WRITE-JOURNAL.
007210     IF WS-HAVE-UNMAPPED
007220         PERFORM 3100-REPORT-UNMAPPED THRU 3100-EXIT
007230         MOVE 8 TO WS-RUN-RC
007240         GO TO 3000-EXIT
007250     END-IF.

007260     IF WS-WINDOW-NET NOT = WS-TOT-NET
007270         OR WS-WINDOW-COUNT NOT = WS-TOT-HIST-COUNT
007280         DISPLAY "USRGLF: WINDOW NO LONGER TIES TO USRRCN - FEED "
007290             "REFUSED"
007300         DISPLAY "USRGLF:   USRRCN NET MOVEMENT = " WS-TOT-NET
007310             " OVER " WS-TOT-HIST-COUNT " HISTORY RECORDS"
007320         DISPLAY "USRGLF:   WINDOW NOW          = " WS-WINDOW-NET
007330             " OVER " WS-WINDOW-COUNT " HISTORY RECORDS"
007340         MOVE "WINDOW DOES NOT TIE TO USRRCN" TO GLF-LINE
007350         WRITE GLF-LINE
007360         MOVE 8 TO WS-RUN-RC
007370         GO TO 3000-EXIT
007380     END-IF.

007390     OPEN OUTPUT USERGLJE.
007400     IF WS-USERGLJE-STATUS NOT = "00"
007410         DISPLAY "USRGLF: UNABLE TO OPEN USERGLJE, STATUS = "
007420             WS-USERGLJE-STATUS
007430         MOVE 16 TO WS-RUN-RC
007440         GO TO 3000-EXIT
007450     END-IF.

007460     MOVE SPACES TO GLJE-RECORD.
007470     SET GLJ-HEADER TO TRUE.
007480     MOVE WS-RUN-DATE TO GLJ-POST-DATE.
007490     MOVE WS-PRIOR-DATE TO GLJ-WINDOW-AFTER.
007500     MOVE "ACCTSVC" TO GLJ-SOURCE-SYSTEM.
007510     WRITE GLJE-RECORD.

007520     WRITE GLF-LINE FROM WS-HEAD-LINE-3.
007530     PERFORM 3300-GET-SORTED-REC THRU 3300-EXIT.
007540     PERFORM 3400-SUMMARIZE-ONE THRU 3400-EXIT
007550         UNTIL WS-NO-MORE-SORTED.
007560     PERFORM 3500-FLUSH-GROUP THRU 3500-EXIT.

007570     MOVE SPACES TO GLJE-RECORD.
007580     SET GLJ-TRAILER TO TRUE.
007590     MOVE WS-ENTRY-COUNT TO GLJ-ENTRY-COUNT.
007600     MOVE WS-DEBIT-TOTAL TO GLJ-DEBIT-TOTAL.
007610     MOVE WS-CREDIT-TOTAL TO GLJ-CREDIT-TOTAL.
007620     MOVE WS-WINDOW-NET TO GLJ-NET-MOVEMENT.
007630     WRITE GLJE-RECORD.
007640     CLOSE USERGLJE.
007650     SET WS-FEED-WRITTEN TO TRUE.
007660 3000-EXIT.
007670     EXIT.

007680 3100-REPORT-UNMAPPED.
007690     DISPLAY "USRGLF: " WS-UNMAPPED-COUNT " MOVEMENTS FROM "
007700         "SOURCE JOBS WITH NO GL MAP CARD - FEED REFUSED".
007710     PERFORM 3110-WRITE-UNMAPPED THRU 3110-EXIT
007720         VARYING WS-UNMAP-IX FROM 1 BY 1
007730         UNTIL WS-UNMAP-IX > WS-UNMAP-USED.
007740 3100-EXIT.
007750     EXIT.

007760 3110-WRITE-UNMAPPED.
007770     MOVE UT-SOURCE-JOB (WS-UNMAP-IX) TO UL-SOURCE-JOB.
007780     MOVE UT-COUNT (WS-UNMAP-IX) TO UL-COUNT.
007790     WRITE GLF-LINE FROM WS-UNMAPPED-LINE.
007800 3110-EXIT.
007810     EXIT.

007820 3300-GET-SORTED-REC.
007830     RETURN SORT-FILE
007840         AT END
007850             SET WS-NO-MORE-SORTED TO TRUE
007860     END-RETURN.
007870 3300-EXIT.
007880     EXIT.

007890 3400-SUMMARIZE-ONE.
007900     IF WS-FIRST-RECORD OR SR-SOURCE-JOB NOT = WS-PREV-JOB
007910         OR SR-DEPT NOT = WS-PREV-DEPT
007920         PERFORM 3500-FLUSH-GROUP THRU 3500-EXIT
007930         MOVE SR-SOURCE-JOB TO WS-PREV-JOB
007940         MOVE SR-DEPT TO WS-PREV-DEPT
007950         MOVE SR-MAP-IX TO WS-PREV-MAP-IX
007960         MOVE "N" TO WS-FIRST-SW
007970     END-IF.

007980     EVALUATE TRUE
007990         WHEN SR-NET > ZERO
008000             ADD SR-NET TO WS-GRP-UP
008010             ADD 1 TO WS-GRP-UP-COUNT
008020         WHEN SR-NET < ZERO
008030             SUBTRACT SR-NET FROM WS-GRP-DOWN
008040             ADD 1 TO WS-GRP-DOWN-COUNT
008050     END-EVALUATE.

008060     PERFORM 3300-GET-SORTED-REC THRU 3300-EXIT.
008070 3400-EXIT.
008080     EXIT.

008090*----------------------------------------------------------
008100* 3500-FLUSH-GROUP - THE ENTRIES FOR ONE JOB AND DEPARTMENT: EACH
008110* SIDE OF THE MOVEMENT HITS BOTH MAPPED ACCOUNTS, SO THE PAIR
008120* ALWAYS BALANCES.  A SIDE WITH NO MOVEMENT WRITES NOTHING.
008130*----------------------------------------------------------
008140 3500-FLUSH-GROUP.
008150     IF WS-GRP-UP > ZERO
008160         MOVE WS-GRP-UP TO WS-ENTRY-AMOUNT
008170         MOVE WS-GRP-UP-COUNT TO WS-ENTRY-MOVES
008180         MOVE MT-BAL-ACCOUNT (WS-PREV-MAP-IX) TO WS-ENTRY-ACCOUNT
008190         MOVE "C" TO WS-ENTRY-DR-CR
008200         PERFORM 3600-WRITE-ENTRY THRU 3600-EXIT
008210         MOVE MT-OFFSET-ACCOUNT (WS-PREV-MAP-IX)
008220             TO WS-ENTRY-ACCOUNT
008230         MOVE "D" TO WS-ENTRY-DR-CR
008240         PERFORM 3600-WRITE-ENTRY THRU 3600-EXIT
008250     END-IF.

008260     IF WS-GRP-DOWN > ZERO
008270         MOVE WS-GRP-DOWN TO WS-ENTRY-AMOUNT
008280         MOVE WS-GRP-DOWN-COUNT TO WS-ENTRY-MOVES
008290         MOVE MT-BAL-ACCOUNT (WS-PREV-MAP-IX) TO WS-ENTRY-ACCOUNT
008300         MOVE "D" TO WS-ENTRY-DR-CR
008310         PERFORM 3600-WRITE-ENTRY THRU 3600-EXIT
008320         MOVE MT-OFFSET-ACCOUNT (WS-PREV-MAP-IX)
008330             TO WS-ENTRY-ACCOUNT
008340         MOVE "C" TO WS-ENTRY-DR-CR
008350         PERFORM 3600-WRITE-ENTRY THRU 3600-EXIT
008360     END-IF.

008370     MOVE ZERO TO WS-GRP-UP, WS-GRP-DOWN.
008380     MOVE ZERO TO WS-GRP-UP-COUNT, WS-GRP-DOWN-COUNT.
008390 3500-EXIT.
008400     EXIT.

008410 3600-WRITE-ENTRY.
008420     MOVE SPACES TO GLJE-RECORD.
008430     SET GLJ-ENTRY TO TRUE.
008440     MOVE WS-ENTRY-ACCOUNT TO GLJ-ACCOUNT.
008450     MOVE WS-PREV-DEPT TO GLJ-DEPT.
008460     MOVE WS-PREV-JOB TO GLJ-SOURCE-JOB.
008470     MOVE WS-ENTRY-DR-CR TO GLJ-DR-CR.
008480     MOVE WS-ENTRY-AMOUNT TO GLJ-AMOUNT.
008490     MOVE WS-ENTRY-MOVES TO GLJ-MOVE-COUNT.
008500     MOVE MT-DESC (WS-PREV-MAP-IX) TO GLJ-DESC.
008510     WRITE GLJE-RECORD.
008520     ADD 1 TO WS-ENTRY-COUNT.
008530     IF GLJ-DEBIT
008540         ADD WS-ENTRY-AMOUNT TO WS-DEBIT-TOTAL
008550     ELSE
008560         ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL
008570     END-IF.

008580     MOVE GLJ-ACCOUNT TO DL-ACCOUNT.
008590     MOVE GLJ-DEPT TO DL-DEPT.
008600     MOVE GLJ-SOURCE-JOB TO DL-SOURCE-JOB.
008610     MOVE GLJ-DR-CR TO DL-DR-CR.
008620     MOVE GLJ-AMOUNT TO DL-AMOUNT.
008630     MOVE GLJ-MOVE-COUNT TO DL-MOVES.
008640     MOVE GLJ-DESC TO DL-DESC.
008650     WRITE GLF-LINE FROM WS-DETAIL-LINE.
008660 3600-EXIT.
008670     EXIT.

008680*----------------------------------------------------------
008690* 8000-TERMINATE - RECORD THE NIGHT AS FED, PRINT THE CONTROL
008700* TOTALS AND SET THE RETURN CODE.
008710*----------------------------------------------------------
008720 8000-TERMINATE.
008730     CLOSE USERHIST, USERMAST.
008740     IF WS-FEED-WRITTEN
008750         PERFORM 8100-UPDATE-CONTROL THRU 8100-EXIT
008760     END-IF.

008770     MOVE SPACES TO GLF-LINE.
008780     WRITE GLF-LINE.
008790     MOVE "HISTORY RECORDS READ" TO CT-LABEL.
008800     MOVE WS-READ-COUNT TO CT-COUNT.
008810     WRITE GLF-LINE FROM WS-COUNT-LINE.
008820     MOVE "MOVEMENTS IN WINDOW" TO CT-LABEL.
008830     MOVE WS-WINDOW-COUNT TO CT-COUNT.
008840     WRITE GLF-LINE FROM WS-COUNT-LINE.
008850     MOVE "MOVEMENTS WITH NO MAP CARD" TO CT-LABEL.
008860     MOVE WS-UNMAPPED-COUNT TO CT-COUNT.
008870     WRITE GLF-LINE FROM WS-COUNT-LINE.
008880     MOVE "MOVEMENTS WITH NO DEPARTMENT" TO CT-LABEL.
008890     MOVE WS-NO-DEPT-COUNT TO CT-COUNT.
008900     WRITE GLF-LINE FROM WS-COUNT-LINE.
008910     MOVE "CLOSED ACCOUNTS, DEPT ARCHIVED" TO CT-LABEL.
008920     MOVE WS-ARCH-DEPT-COUNT TO CT-COUNT.
008930     WRITE GLF-LINE FROM WS-COUNT-LINE.
008940     MOVE "JOURNAL ENTRIES WRITTEN" TO CT-LABEL.
008950     MOVE WS-ENTRY-COUNT TO CT-COUNT.
008960     WRITE GLF-LINE FROM WS-COUNT-LINE.
008970     MOVE "TOTAL DEBITS" TO CA-LABEL.
008980     MOVE WS-DEBIT-TOTAL TO CA-AMOUNT.
008990     WRITE GLF-LINE FROM WS-AMOUNT-LINE.
009000     MOVE "TOTAL CREDITS" TO CA-LABEL.
009010     MOVE WS-CREDIT-TOTAL TO CA-AMOUNT.
009020     WRITE GLF-LINE FROM WS-AMOUNT-LINE.
009030     MOVE "NET MOVEMENT (CONTROL TOTAL)" TO CN-LABEL.
009040     MOVE WS-WINDOW-NET TO CN-AMOUNT.
009050     WRITE GLF-LINE FROM WS-NET-LINE.
009060     MOVE "USRRCN NET MOVEMENT" TO CN-LABEL.
009070     MOVE WS-TOT-NET TO CN-AMOUNT.
009080     WRITE GLF-LINE FROM WS-NET-LINE.

009090     IF WS-WINDOW-GAP
009100         MOVE "*** NOT FED: AFTER" TO NL-LABEL
009110         MOVE WS-FED-THROUGH TO NL-DATE-1
009120         MOVE " THROUGH " TO NL-TEXT
009130         MOVE WS-PRIOR-DATE TO NL-DATE-2
009140         WRITE GLF-LINE FROM WS-NOTE-LINE
009150         IF WS-RUN-RC = ZERO
009160             MOVE 4 TO WS-RUN-RC
009170         END-IF
009180     END-IF.
009190     CLOSE USRGLF.

009200     IF WS-FEED-WRITTEN
009210         DISPLAY "USRGLF: LEDGER FEED WRITTEN FOR " WS-RUN-DATE
009220             " - " WS-ENTRY-COUNT " ENTRIES"
009230     ELSE
009240         DISPLAY "USRGLF: *** NO LEDGER FEED WRITTEN - SEE THE "
009250             "USRGLF REPORT ***"
009260     END-IF.
009270     MOVE WS-RUN-RC TO RETURN-CODE.
009280 8000-EXIT.
009290     EXIT.

009300*----------------------------------------------------------
009310* 8100-UPDATE-CONTROL - REWRITE USERGLCT WITH THE NIGHT JUST FED.
009320* IF IT WILL NOT WRITE, THE FEED IS GOOD BUT A RERUN WOULD FEED
009330* THE NIGHT AGAIN - SAY SO LOUDLY.
009340*----------------------------------------------------------
009350 8100-UPDATE-CONTROL.
009360     OPEN OUTPUT USERGLCT.
009370     IF WS-USERGLCT-STATUS NOT = "00"
009380         DISPLAY "USRGLF: UNABLE TO UPDATE USERGLCT, STATUS = "
009390             WS-USERGLCT-STATUS
009400         DISPLAY "USRGLF: FEED WRITTEN BUT NOT RECORDED - DO NOT "
009410             "RERUN FOR " WS-RUN-DATE
009420         MOVE 12 TO WS-RUN-RC
009430         GO TO 8100-EXIT
009440     END-IF.
009450     MOVE WS-RUN-DATE TO GLC-LAST-RUN-DATE.
009460     MOVE WS-ENTRY-COUNT TO GLC-LAST-ENTRIES.
009470     MOVE WS-WINDOW-NET TO GLC-LAST-NET.
009480     WRITE GLCT-RECORD.
009490     CLOSE USERGLCT.
009500 8100-EXIT.
009510     EXIT.

009520 END PROGRAM USRGLF.
