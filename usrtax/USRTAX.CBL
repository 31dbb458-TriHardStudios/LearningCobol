000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    USRTAX.
000120 AUTHOR.        R F KOVACS.
000130 INSTALLATION.  ACCOUNT SERVICES.
000140 DATE-WRITTEN.  10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* USRTAX - YEAR-END INTEREST TAX REPORTING.
000180*
000190* TOTALS THE INTEREST CREDITED TO EVERY ACCOUNT IN ONE CALENDAR
000200* YEAR AND WRITES THE USERTAXF TAX-REPORTING FILE (SEE USERTXF):
000210* A PAYER HEADER OFF THE USERPAYR CONTROL CARDS, ONE PAYEE RECORD
000220* PER ACCOUNT PAID AT OR OVER THE REPORTING THRESHOLD, AND A
000230* CONTROL TRAILER WITH THE PAYEE COUNT AND THE INTEREST TOTAL.
000240*
000250* INTEREST IS THE USERHIST MOVEMENTS MARKED HIST-INTEREST, DATED
000255* IN THE YEAR - POSTED BY USRACR, OR BY USRLOAD FOR AN ACCRUAL
000260* THAT WAS SUSPENDED AND RECYCLED THROUGH USRSMT.  BOTH THE LIVE
000265* TRAIL AND THE USERHARC ARCHIVE ARE READ, SO INTEREST ALREADY
000270* MOVED OFF THE TRAIL BY USRHPG IS STILL COUNTED - USRHPG'S
000280* CONSOLIDATED OPENING RECORDS ARE NOT MARKED AND ARE NEVER
000290* COUNTED TWICE.  THE ARCHIVE IS ITS OWN DD
000300* RATHER THAN A CONCATENATION, SO A RUN CANNOT LEAVE IT OUT BY
000310* ACCIDENT.  AN ACCRUAL BACKED OUT BY A REVERSAL (V) IS NOT
000320* COUNTED, WHENEVER THE REVERSAL WAS POSTED - THE ACCRUAL'S
000330* POSTING REFERENCE CARRIES ITS RUN DATE, SO ITS YEAR IS KNOWN.  A
000340* REVERSAL POSTED AFTER THE FILE HAS GONE TO THE AUTHORITY NEEDS
000350* A CORRECTED FORM.  A RECYCLED ACCRUAL CARRIES ITS USRLOAD
000352* REFERENCE, WHICH HAS NO DATE, SO EVERY REVERSAL OF A USRLOAD
000354* POSTING IS TAKEN AND ONLY COUNTS WHERE IT MATCHES INTEREST IN
000356* THE YEAR.  AN ACCRUAL POSTED BEFORE USRACR SEPARATED THE
000360* INTEREST FROM THE FEE CARRIES ONLY THE NET, SO IT IS COUNTED ON
000370* THE REPORT AND LEFT OUT OF THE TOTALS.
000380*
000390* THE PAYEE NAME, ADDRESS AND TAXPAYER ID COME OFF USERADDR (SEE
000400* USERADR).  AN ACCOUNT CLOSED DURING OR SINCE THE YEAR IS NO
000410* LONGER ON THE MASTER; ITS LAST USERARCH IMAGE CARRIES THE SAME
000420* ADDRESS GROUP, SO IT IS REPORTED THE SAME WAY AND FLAGGED
000430* CLOSED.
000440*
000450* AN ACCOUNT AT OR OVER THE THRESHOLD WITH NO TAXPAYER ID ON FILE
000460* IS NOT WRITTEN TO USERTAXF - IT GOES ON THE USRTAXE EXCEPTION
000470* LIST AND THE RUN ENDS RC 4.  KEY THE IDS WITH A TAXID LINE (SEE
000480* USERTRN) AND RERUN; EACH RUN CUTS A FRESH FILE.  AN ACCOUNT
000490* UNDER THE THRESHOLD IS COUNTED ON THE REPORT BUT NOT WRITTEN.
000500*
000510* THE PARM IS THE TAX YEAR, YYYY, WHICH MUST BE BEFORE THE RUN
000520* DATE'S YEAR.  NO PARM MEANS LAST YEAR.
000530*-----------------------------------------------------------------
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT USERHIST  ASSIGN TO "USERHIST"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-USERHIST-STATUS.

000600*    OPTIONAL - BEFORE THE FIRST PURGE THERE IS NO ARCHIVE.
000610     SELECT OPTIONAL USERHARC  ASSIGN TO "USERHARC"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-USERHARC-STATUS.

000640     SELECT USERMAST  ASSIGN TO "USERMAST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS MF-USER-ID
000680         ALTERNATE RECORD KEY IS MF-USER-NAME
000690             WITH DUPLICATES
000700         FILE STATUS IS WS-USERMAST-STATUS.

000710*    OPTIONAL SO A SHOP THAT HAS NEVER LOADED AN ADDRESS CAN STILL
000720*    RUN - EVERY ACCOUNT OVER THE THRESHOLD IS THEN AN EXCEPTION.
000730     SELECT OPTIONAL USERADDR  ASSIGN TO "USERADDR"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS ADR-USER-ID
000770         FILE STATUS IS WS-USERADDR-STATUS.

000780*    OPTIONAL - WITH NO ARCHIVE YET, NO ACCOUNT HAS BEEN CLOSED.
000790     SELECT OPTIONAL USERARCH  ASSIGN TO "USERARCH"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-USERARCH-STATUS.

000820     SELECT USERPAYR  ASSIGN TO "USERPAYR"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-USERPAYR-STATUS.

000850     SELECT USERTAXF  ASSIGN TO "USERTAXF"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-USERTAXF-STATUS.

000880     SELECT USRTAXE   ASSIGN TO "USRTAXE"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-USRTAXE-STATUS.

000910     SELECT USRTAX    ASSIGN TO "USRTAX"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-USRTAX-STATUS.

000940     SELECT SORT-FILE ASSIGN TO "SORTWK01".

000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  USERHIST
000980     LABEL RECORDS ARE STANDARD.
000990 01  HIST-RECORD.
001000     COPY USERHST.

001010*    THE ARCHIVE CARRIES THE USERHST LAYOUT UNCHANGED.
001020 FD  USERHARC
001030     LABEL RECORDS ARE STANDARD.
001040 01  HARC-RECORD.
001050     COPY USERHST
001060         REPLACING ==HIST-USER-ID==    BY ==HA-USER-ID==
001070                   ==HIST-OLD-BAL==    BY ==HA-OLD-BAL==
001080                   ==HIST-NEW-BAL==    BY ==HA-NEW-BAL==
001090                   ==HIST-EFF-DATE==   BY ==HA-EFF-DATE==
001100                   ==HIST-SOURCE-JOB== BY ==HA-SOURCE-JOB==
001110                   ==HIST-OPER-ID==   BY ==HA-OPER-ID==
001120                   ==HIST-POST-REF==   BY ==HA-POST-REF==
001130                   ==HIST-REVERSES-REF== BY
001140                       ==HA-REVERSES-REF==
001150                   ==HIST-OLD-DEPT==   BY ==HA-OLD-DEPT==
001160                   ==HIST-NEW-DEPT==   BY ==HA-NEW-DEPT==
001170                   ==HIST-MOVE-TYPE==  BY ==HA-MOVE-TYPE==
001180                   ==HIST-INTEREST==   BY ==HA-INTEREST==
001190                   ==HIST-FEE==        BY ==HA-FEE==.

001200 FD  USERMAST
001210     LABEL RECORDS ARE STANDARD.
001220 01  MF-USER-RECORD.
001230     COPY USERREC
001240         REPLACING ==USER-NAME==     BY ==MF-USER-NAME==
001250                   ==USER-ID==       BY ==MF-USER-ID==
001260                   ==USER-STATUS==   BY ==MF-USER-STATUS==
001270                   ==USER-ACTIVE==   BY ==MF-USER-ACTIVE==
001280                   ==USER-INACTIVE== BY ==MF-USER-INACTIVE==
001290                   ==USER-HOLD==     BY ==MF-USER-HOLD==
001300                   ==USER-BAL==      BY ==MF-USER-BAL==
001310                   ==USER-DEPT==     BY ==MF-USER-DEPT==.

001320 FD  USERADDR
001330     LABEL RECORDS ARE STANDARD.
001340 01  ADDR-RECORD.
001350     COPY USERADR.

001360*    SAME LAYOUT AS HELLCBL'S ARCHIVE: THE FULL USERREC IMAGE, THE
001370*    CLOSE DATE, THE ACTION FLAG AND THE NAME-AND-ADDRESS GROUP.
001380 FD  USERARCH
001390     LABEL RECORDS ARE STANDARD.
001400 01  ARC-RECORD.
001410     COPY USERREC
001420         REPLACING ==USER-NAME==     BY ==ARC-USER-NAME==
001430                   ==USER-ID==       BY ==ARC-USER-ID==
001440                   ==USER-STATUS==   BY ==ARC-USER-STATUS==
001450                   ==USER-ACTIVE==   BY ==ARC-USER-ACTIVE==
001460                   ==USER-INACTIVE== BY ==ARC-USER-INACTIVE==
001470                   ==USER-HOLD==     BY ==ARC-USER-HOLD==
001480                   ==USER-BAL==      BY ==ARC-USER-BAL==
001490                   ==USER-DEPT==     BY ==ARC-USER-DEPT==.
001500     05  ARC-CLOSE-DATE                  PIC 9(08).
001510     05  ARC-ACTION                      PIC X(01).
001520         88  ARC-CLOSE-IMAGE              VALUE "C" SPACE.
001530         88  ARC-REOPENED                 VALUE "R".
001540         88  ARC-ESCHEATED                VALUE "E".
001550     05  ARC-ADDRESS-DATA                PIC X(144).

001560*    PAYER CONTROL CARDS - TWO, IN ORDER: THE IDENTITY CARD, THEN
001570*    THE ADDRESS CARD.  SEE WS-PAYR-ID-CARD AND WS-PAYR-ADDR-CARD.
001580 FD  USERPAYR
001590     LABEL RECORDS ARE STANDARD.
001600 01  PAYR-RECORD                         PIC X(80).

001610 FD  USERTAXF
001620     LABEL RECORDS ARE STANDARD.
001630 01  TXF-RECORD.
001640     COPY USERTXF.

001650 FD  USRTAXE
001660     LABEL RECORDS ARE STANDARD.
001670 01  TXE-LINE                            PIC X(80).

001680 FD  USRTAX
001690     LABEL RECORDS ARE STANDARD.
001700 01  TAX-LINE                            PIC X(80).

001710*    ONE RECORD PER INTEREST MOVEMENT IN THE YEAR, AND ONE PER
001720*    REVERSAL OF ONE OF THE YEAR'S ACCRUALS, KEYED BY THE
001730*    ACCRUAL'S POSTING REFERENCE SO THE TWO MEET IN THE OUTPUT
001740*    PROCEDURE.
001750 SD  SORT-FILE.
001760 01  SORT-RECORD.
001770     05  SR-USER-ID                      PIC 9(08).
001780     05  SR-POST-REF                     PIC X(16).
001790     05  SR-KIND                         PIC X(01).
001800         88  SR-IS-INTEREST               VALUE "I".
001810         88  SR-IS-REVERSAL               VALUE "R".
001820     05  SR-AMOUNT                       PIC 9(09)V99.

001830 WORKING-STORAGE SECTION.
001840 01  WS-PROGRAM-NAME                     PIC X(15)
001850                                         VALUE "USRTAX".

001860 01  WS-USER.
001870     COPY USERREC.

001880*    THE HISTORY RECORD BEING SCREENED, FROM EITHER THE LIVE TRAIL
001890*    OR THE ARCHIVE.
001900 01  WS-HIST.
001910     COPY USERHST
001920         REPLACING ==HIST-USER-ID==    BY ==WH-USER-ID==
001930                   ==HIST-OLD-BAL==    BY ==WH-OLD-BAL==
001940                   ==HIST-NEW-BAL==    BY ==WH-NEW-BAL==
001950                   ==HIST-EFF-DATE==   BY ==WH-EFF-DATE==
001960                   ==HIST-SOURCE-JOB== BY ==WH-SOURCE-JOB==
001970                   ==HIST-OPER-ID==   BY ==WH-OPER-ID==
001980                   ==HIST-POST-REF==   BY ==WH-POST-REF==
001990                   ==HIST-REVERSES-REF== BY
002000                       ==WH-REVERSES-REF==
002010                   ==HIST-OLD-DEPT==   BY ==WH-OLD-DEPT==
002020                   ==HIST-NEW-DEPT==   BY ==WH-NEW-DEPT==
002030                   ==HIST-MOVE-TYPE==  BY ==WH-MOVE-TYPE==
002040                   ==HIST-INTEREST==   BY ==WH-INTEREST==
002050                   ==HIST-FEE==        BY ==WH-FEE==.

002060*    THE PAYEE'S NAME, ADDRESS AND TAXPAYER ID, FROM USERADDR OR
002070*    THE LAST USERARCH IMAGE.
002080 01  WS-ADDR.
002090     COPY USERADR
002100         REPLACING ==ADR-USER-ID==      BY ==WA-USER-ID==
002110                   ==ADR-ADDRESS-DATA== BY ==WA-ADDRESS-DATA==
002120                   ==ADR-FULL-NAME==    BY ==WA-FULL-NAME==
002130                   ==ADR-LINE-1==       BY ==WA-LINE-1==
002140                   ==ADR-LINE-2==       BY ==WA-LINE-2==
002150                   ==ADR-CITY==         BY ==WA-CITY==
002160                   ==ADR-STATE==        BY ==WA-STATE==
002170                   ==ADR-ZIP==          BY ==WA-ZIP==
002180                   ==ADR-CYCLE-DAY==    BY ==WA-CYCLE-DAY==
002190                   ==ADR-NO-CYCLE==     BY ==WA-NO-CYCLE==
002200                   ==ADR-TAX-ID==       BY ==WA-TAX-ID==
002210                   ==ADR-NO-TAX-ID==    BY ==WA-NO-TAX-ID==.

002220*    PAYER IDENTITY CARD.  A BLANK THRESHOLD MEANS THE STANDARD
002230*    $10.00.
002240 01  WS-PAYR-ID-CARD.
002250     05  PAYR-TAX-ID                     PIC X(09).
002260     05  PAYR-NAME                       PIC X(30).
002270     05  PAYR-THRESHOLD-X                PIC X(07).
002280     05  PAYR-THRESHOLD REDEFINES PAYR-THRESHOLD-X
002290                                         PIC 9(05)V99.
002300     05  FILLER                          PIC X(34).

002310*    PAYER ADDRESS CARD.
002320 01  WS-PAYR-ADDR-CARD.
002330     05  PAYR-LINE-1                     PIC X(30).
002340     05  PAYR-CITY                       PIC X(20).
002350     05  PAYR-STATE                      PIC X(02).
002360     05  PAYR-ZIP                        PIC X(10).
002370     05  FILLER                          PIC X(18).

002380 01  WS-FILE-STATUSES.
002390     05  WS-USERHIST-STATUS              PIC X(02).
002400     05  WS-USERHARC-STATUS              PIC X(02).
002410     05  WS-USERMAST-STATUS              PIC X(02).
002420         88  WS-USERMAST-OK               VALUE "00".
002430     05  WS-USERADDR-STATUS              PIC X(02).
002440     05  WS-USERARCH-STATUS              PIC X(02).
002450     05  WS-USERPAYR-STATUS              PIC X(02).
002460     05  WS-USERTAXF-STATUS              PIC X(02).
002470     05  WS-USRTAXE-STATUS               PIC X(02).
002480     05  WS-USRTAX-STATUS                PIC X(02).

002490 77  WS-HIST-EOF-SW                      PIC X(01) VALUE "N".
002500     88  WS-NO-MORE-HISTORY               VALUE "Y".

002510 77  WS-HARC-EOF-SW                      PIC X(01) VALUE "N".
002520     88  WS-NO-MORE-HARC                  VALUE "Y".

002530 77  WS-ARC-EOF-SW                       PIC X(01) VALUE "N".
002540     88  WS-NO-MORE-ARCHIVE               VALUE "Y".

002550 77  WS-SORT-EOF-SW                      PIC X(01) VALUE "N".
002560     88  WS-NO-MORE-SORTED                VALUE "Y".

002570 77  WS-FIRST-SW                         PIC X(01) VALUE "Y".
002580     88  WS-FIRST-RECORD                  VALUE "Y".

002590 77  WS-REVERSED-SW                      PIC X(01) VALUE "N".
002600     88  WS-REF-REVERSED                  VALUE "Y".
002610     88  WS-REF-NOT-REVERSED              VALUE "N".

002620 77  WS-CLOSED-SW                        PIC X(01) VALUE "N".
002630     88  WS-PAYEE-CLOSED                  VALUE "Y".
002640     88  WS-PAYEE-OPEN                    VALUE "N".

002650*    THE RUN'S RETURN CODE IS KEPT HERE AND MOVED TO RETURN-CODE
002660*    AT THE END - THE SORT LEAVES ITS OWN COMPLETION CODE IN
002670*    RETURN-CODE WHEN IT FINISHES.
002680 77  WS-RUN-RC                           PIC 9(02) VALUE ZERO.

002690 01  WS-RUN-DATE                         PIC 9(08).
002700 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
002710     05  WS-RUN-YEAR                     PIC 9(04).
002720     05  FILLER                          PIC X(04).

002730*    THE TAX YEAR AND THE FIRST AND LAST DATES IN IT.
002740 01  WS-YEAR-TEXT                        PIC X(04).
002750 01  WS-TAX-YEAR REDEFINES WS-YEAR-TEXT
002760                                         PIC 9(04).
002770 01  WS-YEAR-START                       PIC 9(08) VALUE ZERO.
002780 01  WS-YEAR-END                         PIC 9(08) VALUE ZERO.

002790*    A POSTING REFERENCE TAKEN APART - SEE USERTRN.  AN ACCRUAL'S
002800*    REFERENCE IS "A" AND THE USRACR RUN DATE; A RECYCLED ONE'S IS
002805*    "L" AND THE USRLOAD BATCH NUMBER.
002810 01  WS-REF-VIEW.
002820     05  WS-REF-SOURCE                   PIC X(01).
002830         88  WS-REF-ACCRUAL               VALUE "A".
002835         88  WS-REF-LOAD                  VALUE "L".
002840     05  WS-REF-YEAR                     PIC X(04).
002850     05  FILLER                          PIC X(11).

002860*    THE ACCOUNT AND ACCRUAL BEING TOTALLED.
002870 01  WS-PREV-ID                          PIC 9(08) VALUE ZERO.
002880 01  WS-PREV-REF                         PIC X(16) VALUE SPACES.
002890 77  WS-REF-INTEREST                     PIC 9(09)V99
002900                                         VALUE ZERO.
002910 77  WS-ACCT-INTEREST                    PIC 9(11)V99
002920                                         VALUE ZERO.
002930 77  WS-THRESHOLD                        PIC 9(05)V99
002940                                         VALUE 10.00.

002950 77  WS-HIST-COUNT                       PIC 9(07) COMP
002960                                         VALUE ZERO.
002970 77  WS-HARC-COUNT                       PIC 9(07) COMP
002980                                         VALUE ZERO.
002990 77  WS-INT-COUNT                        PIC 9(07) COMP
003000                                         VALUE ZERO.
003010 77  WS-REV-COUNT                        PIC 9(07) COMP
003020                                         VALUE ZERO.
003030 77  WS-UNSPLIT-COUNT                    PIC 9(07) COMP
003040                                         VALUE ZERO.
003050 77  WS-ACCT-COUNT                       PIC 9(07) COMP
003060                                         VALUE ZERO.
003070 77  WS-UNDER-COUNT                      PIC 9(07) COMP
003080                                         VALUE ZERO.
003090 77  WS-EXCEPT-COUNT                     PIC 9(07) COMP
003100                                         VALUE ZERO.
003110 77  WS-PAYEE-COUNT                      PIC 9(07) COMP
003120                                         VALUE ZERO.
003130 77  WS-CLOSED-COUNT                     PIC 9(07) COMP
003140                                         VALUE ZERO.

003150*    THE PAYEE TOTAL IS THE CONTROL TOTAL ON THE FILE'S TRAILER.
003160*    EVERY DOLLAR OF INTEREST PAID IS IN EXACTLY ONE OF THE UNDER,
003170*    EXCEPTION AND PAYEE TOTALS.
003180 77  WS-REV-TOTAL                        PIC 9(11)V99
003190                                         VALUE ZERO.
003200 77  WS-ALL-TOTAL                        PIC 9(11)V99
003210                                         VALUE ZERO.
003220 77  WS-UNDER-TOTAL                      PIC 9(11)V99
003230                                         VALUE ZERO.
003240 77  WS-EXCEPT-TOTAL                     PIC 9(11)V99
003250                                         VALUE ZERO.
003260 77  WS-PAYEE-TOTAL                      PIC 9(11)V99
003270                                         VALUE ZERO.

003280 01  WS-HEAD-LINE-1.
003290     05  EH1-TITLE                       PIC X(38).
003300     05  FILLER                          PIC X(09)
003310         VALUE "TAX YEAR ".
003320     05  EH1-TAX-YEAR                    PIC 9(04).
003330     05  FILLER                          PIC X(06) VALUE "  RUN ".
003340     05  EH1-RUN-DATE                    PIC 9(08).
003350     05  FILLER                          PIC X(15) VALUE SPACES.

003360 01  WS-HEAD-LINE-2.
003370     05  FILLER                          PIC X(06) VALUE "PAYER ".
003380     05  EH2-TAX-ID                      PIC X(09).
003390     05  FILLER                          PIC X(01) VALUE SPACE.
003400     05  EH2-NAME                        PIC X(30).
003410     05  FILLER                          PIC X(12)
003420         VALUE " THRESHOLD $".
003430     05  EH2-THRESHOLD                   PIC ZZ,ZZ9.99.
003440     05  FILLER                          PIC X(13) VALUE SPACES.

003450 01  WS-COLUMN-HEAD.
003460     05  FILLER                          PIC X(40)
003470         VALUE "ACCOUNT   NAME                          ".
003480     05  FILLER                          PIC X(40)
003490         VALUE "TAX ID      CLOSED     INTEREST PAID".

003500 01  WS-DETAIL-LINE.
003510     05  DL-USER-ID                      PIC 9(08).
003520     05  FILLER                          PIC X(02) VALUE SPACES.
003530     05  DL-NAME                         PIC X(30).
003540     05  DL-TAX-ID                       PIC X(09).
003550     05  FILLER                          PIC X(03) VALUE SPACES.
003560     05  DL-CLOSED                       PIC X(06).
003570     05  FILLER                          PIC X(04) VALUE SPACES.
003580     05  DL-INTEREST                     PIC ZZZ,ZZZ,ZZ9.99.
003590     05  FILLER                          PIC X(04) VALUE SPACES.

003600 01  WS-COUNT-LINE.
003610     05  CT-LABEL                        PIC X(34).
003620     05  CT-COUNT                        PIC Z,ZZZ,ZZ9.
003630     05  FILLER                          PIC X(37) VALUE SPACES.

003640 01  WS-AMOUNT-LINE.
003650     05  CA-LABEL                        PIC X(34).
003660     05  CA-COUNT                        PIC Z,ZZZ,ZZ9.
003670     05  FILLER                          PIC X(04) VALUE "   $".
003680     05  CA-AMOUNT                       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003690     05  FILLER                          PIC X(16) VALUE SPACES.

003700 LINKAGE SECTION.
003710 01  RUNPARM-AREA.
003720     05  RUNPARM-LEN                     PIC S9(4) COMP.
003730     05  RUNPARM-YEAR                    PIC X(04).

003740 PROCEDURE DIVISION USING RUNPARM-AREA.

003750 0000-MAINLINE.
003760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003770     IF RETURN-CODE = ZERO
003780         SORT SORT-FILE
003790             ON ASCENDING KEY SR-USER-ID, SR-POST-REF, SR-KIND
003800             INPUT PROCEDURE IS 2000-SELECT-INTEREST
003810                 THRU 2000-EXIT
003820             OUTPUT PROCEDURE IS 3000-WRITE-TAX-FILE
003830                 THRU 3000-EXIT
003840         PERFORM 7000-WRITE-RUN-TOTALS THRU 7000-EXIT
003850         PERFORM 8000-TERMINATE THRU 8000-EXIT
003860     END-IF.
003870     GOBACK.

003880*----------------------------------------------------------
003890* 1000-INITIALIZE - DECODE THE PARM, LOAD THE PAYER CARDS, AND
003900* OPEN THE FILES.  THE TAX FILE OPENS WITH ITS PAYER HEADER.
003910*----------------------------------------------------------
003920 1000-INITIALIZE.
003930     INITIALIZE WS-USER, WS-ADDR.
003940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

003950     PERFORM 1100-DECODE-PARM THRU 1100-EXIT.
003960     IF RETURN-CODE NOT = ZERO
003970         GO TO 1000-EXIT
003980     END-IF.
003990     PERFORM 1200-READ-PAYER THRU 1200-EXIT.
004000     IF RETURN-CODE NOT = ZERO
004010         GO TO 1000-EXIT
004020     END-IF.

004030     OPEN INPUT USERHIST.
004040     IF WS-USERHIST-STATUS NOT = "00"
004050         DISPLAY "USRTAX: UNABLE TO OPEN USERHIST, STATUS = "
004060             WS-USERHIST-STATUS
004070         MOVE 16 TO RETURN-CODE
004080         GO TO 1000-EXIT
004090     END-IF.

004100*    STATUS 05 ON AN OPTIONAL FILE IS A SUCCESSFUL OPEN OF A FILE
004110*    THAT DOES NOT EXIST YET.
004120     OPEN INPUT USERHARC.
004130     IF WS-USERHARC-STATUS NOT = "00" AND
004140         WS-USERHARC-STATUS NOT = "05"
004150         DISPLAY "USRTAX: UNABLE TO OPEN USERHARC, STATUS = "
004160             WS-USERHARC-STATUS
004170         MOVE 16 TO RETURN-CODE
004180         GO TO 1000-EXIT
004190     END-IF.

004200     OPEN INPUT USERMAST.
004210     IF NOT WS-USERMAST-OK
004220         DISPLAY "USRTAX: UNABLE TO OPEN USERMAST, STATUS = "
004230             WS-USERMAST-STATUS
004240         MOVE 16 TO RETURN-CODE
004250         GO TO 1000-EXIT
004260     END-IF.

004270     OPEN INPUT USERADDR.
004280     IF WS-USERADDR-STATUS NOT = "00" AND
004290         WS-USERADDR-STATUS NOT = "05"
004300         DISPLAY "USRTAX: UNABLE TO OPEN USERADDR, STATUS = "
004310             WS-USERADDR-STATUS
004320         MOVE 16 TO RETURN-CODE
004330         GO TO 1000-EXIT
004340     END-IF.

004350     OPEN OUTPUT USERTAXF.
004360     IF WS-USERTAXF-STATUS NOT = "00"
004370         DISPLAY "USRTAX: UNABLE TO OPEN USERTAXF, STATUS = "
004380             WS-USERTAXF-STATUS
004390         MOVE 16 TO RETURN-CODE
004400         GO TO 1000-EXIT
004410     END-IF.

004420     OPEN OUTPUT USRTAXE.
004430     IF WS-USRTAXE-STATUS NOT = "00"
004440         DISPLAY "USRTAX: UNABLE TO OPEN USRTAXE, STATUS = "
004450             WS-USRTAXE-STATUS
004460         MOVE 16 TO RETURN-CODE
004470         GO TO 1000-EXIT
004480     END-IF.

004490     OPEN OUTPUT USRTAX.
004500     IF WS-USRTAX-STATUS NOT = "00"
004510         DISPLAY "USRTAX: UNABLE TO OPEN USRTAX, STATUS = "
004520             WS-USRTAX-STATUS
004530         MOVE 16 TO RETURN-CODE
004540         GO TO 1000-EXIT
004550     END-IF.

004560     MOVE WS-TAX-YEAR TO EH1-TAX-YEAR.
004570     MOVE WS-RUN-DATE TO EH1-RUN-DATE.
004580     MOVE PAYR-TAX-ID TO EH2-TAX-ID.
004590     MOVE PAYR-NAME TO EH2-NAME.
004600     MOVE WS-THRESHOLD TO EH2-THRESHOLD.
004610     MOVE "YEAR-END INTEREST TAX REPORTING" TO EH1-TITLE.
004620     WRITE TAX-LINE FROM WS-HEAD-LINE-1.
004630     WRITE TAX-LINE FROM WS-HEAD-LINE-2.
004640     MOVE SPACES TO TAX-LINE.
004650     WRITE TAX-LINE.
004660     WRITE TAX-LINE FROM WS-COLUMN-HEAD.

004670     MOVE "INTEREST - MISSING TAXPAYER ID" TO EH1-TITLE.
004680     WRITE TXE-LINE FROM WS-HEAD-LINE-1.
004690     WRITE TXE-LINE FROM WS-HEAD-LINE-2.
004700     MOVE SPACES TO TXE-LINE.
004710     WRITE TXE-LINE.
004720     WRITE TXE-LINE FROM WS-COLUMN-HEAD.

004730     MOVE SPACES TO TXF-RECORD.
004740     SET TXF-PAYER TO TRUE.
004750     MOVE PAYR-TAX-ID TO TXF-PAYER-TAX-ID.
004760     MOVE PAYR-NAME TO TXF-PAYER-NAME.
004770     MOVE PAYR-LINE-1 TO TXF-PAYER-LINE-1.
004780     MOVE PAYR-CITY TO TXF-PAYER-CITY.
004790     MOVE PAYR-STATE TO TXF-PAYER-STATE.
004800     MOVE PAYR-ZIP TO TXF-PAYER-ZIP.
004810     MOVE WS-TAX-YEAR TO TXF-TAX-YEAR.
004820     MOVE WS-RUN-DATE TO TXF-REPORT-DATE.
004830     WRITE TXF-RECORD.
004840 1000-EXIT.
004850     EXIT.

004860*----------------------------------------------------------
004870* 1100-DECODE-PARM - NO PARM IS LAST YEAR; OTHERWISE THE PARM IS
004880* THE YEAR ITSELF.  THE CURRENT YEAR, OR ANY LATER ONE, IS REFUSED
004890* - ITS INTEREST IS NOT ALL PAID YET.
004900*----------------------------------------------------------
004910 1100-DECODE-PARM.
004920     IF RUNPARM-LEN = ZERO
004930         COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1
004940     ELSE
004950         IF RUNPARM-LEN NOT = 4
004960             DISPLAY "USRTAX: PARM MUST BE THE TAX YEAR YYYY"
004970             MOVE 16 TO RETURN-CODE
004980             GO TO 1100-EXIT
004990         END-IF
005000         MOVE RUNPARM-YEAR TO WS-YEAR-TEXT
005010     END-IF.

005020     IF WS-YEAR-TEXT IS NOT NUMERIC
005030         DISPLAY "USRTAX: TAX YEAR IS NOT 4 DIGITS"
005040         MOVE 16 TO RETURN-CODE
005050         GO TO 1100-EXIT
005060     END-IF.
005070     IF WS-TAX-YEAR NOT < WS-RUN-YEAR
005080         DISPLAY "USRTAX: TAX YEAR " WS-TAX-YEAR " IS NOT "
005090             "BEFORE THE RUN DATE - RUN REFUSED"
005100         MOVE 16 TO RETURN-CODE
005110         GO TO 1100-EXIT
005120     END-IF.

005130     COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101.
005140     COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231.
005150 1100-EXIT.
005160     EXIT.

005170*----------------------------------------------------------
005180* 1200-READ-PAYER - THE PAYER IDENTITY GOES ON THE TAX FILE'S
005190* HEADER, SO A RUN WITHOUT BOTH COMPLETE PAYER CARDS IS REFUSED
005200* BEFORE ANY FILE IS OPENED.
005210*----------------------------------------------------------
005220 1200-READ-PAYER.
005230     MOVE SPACES TO WS-PAYR-ID-CARD, WS-PAYR-ADDR-CARD.
005240     OPEN INPUT USERPAYR.
005250     IF WS-USERPAYR-STATUS NOT = "00"
005260         DISPLAY "USRTAX: UNABLE TO OPEN USERPAYR, STATUS = "
005270             WS-USERPAYR-STATUS
005280         MOVE 16 TO RETURN-CODE
005290         GO TO 1200-EXIT
005300     END-IF.
005310     READ USERPAYR INTO WS-PAYR-ID-CARD
005320         AT END
005330             MOVE SPACES TO WS-PAYR-ID-CARD
005340     END-READ.
005350     READ USERPAYR INTO WS-PAYR-ADDR-CARD
005360         AT END
005370             MOVE SPACES TO WS-PAYR-ADDR-CARD
005380     END-READ.
005390     CLOSE USERPAYR.

005400     IF PAYR-TAX-ID IS NOT NUMERIC OR PAYR-NAME = SPACES
005410         OR PAYR-LINE-1 = SPACES OR PAYR-CITY = SPACES
005420         OR PAYR-STATE = SPACES OR PAYR-ZIP = SPACES
005430         DISPLAY "USRTAX: PAYER CARDS MISSING OR INCOMPLETE - "
005440             "RUN REFUSED"
005450         MOVE 16 TO RETURN-CODE
005460         GO TO 1200-EXIT
005470     END-IF.
005480     IF PAYR-THRESHOLD-X = SPACES
005490         GO TO 1200-EXIT
005500     END-IF.
005510     IF PAYR-THRESHOLD IS NOT NUMERIC
005520         DISPLAY "USRTAX: PAYER THRESHOLD " PAYR-THRESHOLD-X
005530             " IS NOT NUMERIC - RUN REFUSED"
005540         MOVE 16 TO RETURN-CODE
005550         GO TO 1200-EXIT
005560     END-IF.
005570     MOVE PAYR-THRESHOLD TO WS-THRESHOLD.
005580 1200-EXIT.
005590     EXIT.

005600*----------------------------------------------------------
005610* 2000-SELECT-INTEREST - SORT INPUT: THE LIVE TRAIL, THEN THE
005620* ARCHIVE, EACH RECORD SCREENED THE SAME WAY.
005630*----------------------------------------------------------
005640 2000-SELECT-INTEREST.
005650     PERFORM 2100-READ-LIVE THRU 2100-EXIT
005660         UNTIL WS-NO-MORE-HISTORY.
005670     PERFORM 2200-READ-ARCHIVE THRU 2200-EXIT
005680         UNTIL WS-NO-MORE-HARC.
005690 2000-EXIT.
005700     EXIT.

005710 2100-READ-LIVE.
005720     READ USERHIST INTO WS-HIST
005730         AT END
005740             SET WS-NO-MORE-HISTORY TO TRUE
005750             GO TO 2100-EXIT
005760     END-READ.
005770     ADD 1 TO WS-HIST-COUNT.
005780     PERFORM 2300-SCREEN-MOVEMENT THRU 2300-EXIT.
005790 2100-EXIT.
005800     EXIT.

005810 2200-READ-ARCHIVE.
005820     READ USERHARC INTO WS-HIST
005830         AT END
005840             SET WS-NO-MORE-HARC TO TRUE
005850             GO TO 2200-EXIT
005860     END-READ.
005870     ADD 1 TO WS-HARC-COUNT.
005880     PERFORM 2300-SCREEN-MOVEMENT THRU 2300-EXIT.
005890 2200-EXIT.
005900     EXIT.

005910*----------------------------------------------------------
005920* 2300-SCREEN-MOVEMENT - RELEASE AN INTEREST MOVEMENT DATED IN THE
005930* YEAR, AND A REVERSAL OF ANY OF THE YEAR'S ACCRUALS UNDER THE
005940* ACCRUAL'S OWN REFERENCE.  A REVERSAL OF ANY USRLOAD POSTING IS
005942* RELEASED TOO, SINCE A RECYCLED ACCRUAL'S REFERENCE CARRIES NO
005944* DATE - ONE THAT MATCHES NO INTEREST ADDS NOTHING.  AN UNSPLIT
005950* ACCRUAL IN THE YEAR IS ONLY COUNTED.  EVERYTHING ELSE IS PASSED
005955* OVER.
005960*----------------------------------------------------------
005970 2300-SCREEN-MOVEMENT.
005980     IF WH-REVERSES-REF NOT = SPACES
005990         MOVE WH-REVERSES-REF TO WS-REF-VIEW
006000         IF (WS-REF-ACCRUAL AND WS-REF-YEAR = WS-YEAR-TEXT)
006005             OR WS-REF-LOAD
006010             MOVE WH-USER-ID TO SR-USER-ID
006020             MOVE WH-REVERSES-REF TO SR-POST-REF
006030             SET SR-IS-REVERSAL TO TRUE
006040             MOVE ZERO TO SR-AMOUNT
006050             RELEASE SORT-RECORD
006060         END-IF
006070         GO TO 2300-EXIT
006080     END-IF.

006090     IF WH-EFF-DATE < WS-YEAR-START OR WH-EFF-DATE > WS-YEAR-END
006100         GO TO 2300-EXIT
006110     END-IF.
006120     IF WH-SOURCE-JOB = "USRACR" AND WH-MOVE-TYPE = SPACE
006130         ADD 1 TO WS-UNSPLIT-COUNT
006140         GO TO 2300-EXIT
006150     END-IF.
006160     IF NOT WH-INTEREST
006170         GO TO 2300-EXIT
006180     END-IF.

006190     ADD 1 TO WS-INT-COUNT.
006200     MOVE WH-USER-ID TO SR-USER-ID.
006210     MOVE WH-POST-REF TO SR-POST-REF.
006220     SET SR-IS-INTEREST TO TRUE.
006230     COMPUTE SR-AMOUNT = WH-NEW-BAL - WH-OLD-BAL.
006240     RELEASE SORT-RECORD.
006250 2300-EXIT.
006260     EXIT.

006270*----------------------------------------------------------
006280* 3000-WRITE-TAX-FILE - SORT OUTPUT: CONTROL BREAK ON THE ACCRUAL
006290* REFERENCE WITHIN THE ACCOUNT.  EACH ACCRUAL'S INTEREST IS ADDED
006300* TO THE ACCOUNT UNLESS THE ACCRUAL WAS REVERSED; EACH ACCOUNT'S
006310* TOTAL IS THEN REPORTED, LISTED AS AN EXCEPTION, OR COUNTED AS
006320* UNDER THE THRESHOLD.  THE FILE CLOSES WITH ITS TRAILER.
006330*----------------------------------------------------------
006340 3000-WRITE-TAX-FILE.
006350     PERFORM 3100-GET-SORTED-REC THRU 3100-EXIT.
006360     PERFORM 3200-TAKE-ONE THRU 3200-EXIT
006370         UNTIL WS-NO-MORE-SORTED.
006380     IF NOT WS-FIRST-RECORD
006390         PERFORM 3400-CLOSE-ACCRUAL THRU 3400-EXIT
006400         PERFORM 3500-CLOSE-ACCOUNT THRU 3500-EXIT
006410     END-IF.

006420     MOVE SPACES TO TXF-RECORD.
006430     SET TXF-TRAILER TO TRUE.
006440     MOVE WS-PAYEE-COUNT TO TXF-PAYEE-COUNT.
006450     MOVE WS-PAYEE-TOTAL TO TXF-TOTAL-INTEREST.
006460     WRITE TXF-RECORD.
006470 3000-EXIT.
006480     EXIT.

006490 3100-GET-SORTED-REC.
006500     RETURN SORT-FILE
006510         AT END
006520             SET WS-NO-MORE-SORTED TO TRUE
006530     END-RETURN.
006540 3100-EXIT.
006550     EXIT.

006560 3200-TAKE-ONE.
006570     IF NOT WS-FIRST-RECORD
006580         AND (SR-USER-ID NOT = WS-PREV-ID
006590             OR SR-POST-REF NOT = WS-PREV-REF)
006600         PERFORM 3400-CLOSE-ACCRUAL THRU 3400-EXIT
006610     END-IF.
006620     IF NOT WS-FIRST-RECORD AND SR-USER-ID NOT = WS-PREV-ID
006630         PERFORM 3500-CLOSE-ACCOUNT THRU 3500-EXIT
006640         MOVE ZERO TO WS-ACCT-INTEREST
006650     END-IF.
006660     MOVE SR-USER-ID TO WS-PREV-ID.
006670     MOVE SR-POST-REF TO WS-PREV-REF.
006680     MOVE "N" TO WS-FIRST-SW.

006690     IF SR-IS-REVERSAL
006700         SET WS-REF-REVERSED TO TRUE
006710     ELSE
006720         ADD SR-AMOUNT TO WS-REF-INTEREST
006730     END-IF.

006740     PERFORM 3100-GET-SORTED-REC THRU 3100-EXIT.
006750 3200-EXIT.
006760     EXIT.

006770*----------------------------------------------------------
006780* 3400-CLOSE-ACCRUAL - ONE ACCRUAL'S INTEREST INTO THE ACCOUNT'S
006790* TOTAL, OR INTO THE REVERSED TOTAL IF IT WAS BACKED OUT.
006800*----------------------------------------------------------
006810 3400-CLOSE-ACCRUAL.
006820     IF WS-REF-REVERSED
006830         IF WS-REF-INTEREST > ZERO
006840             ADD 1 TO WS-REV-COUNT
006850             ADD WS-REF-INTEREST TO WS-REV-TOTAL
006860         END-IF
006870     ELSE
006880         ADD WS-REF-INTEREST TO WS-ACCT-INTEREST
006890     END-IF.
006900     MOVE ZERO TO WS-REF-INTEREST.
006910     SET WS-REF-NOT-REVERSED TO TRUE.
006920 3400-EXIT.
006930     EXIT.

006940*----------------------------------------------------------
006950* 3500-CLOSE-ACCOUNT - THE ACCOUNT'S INTEREST FOR THE YEAR.  UNDER
006960* THE THRESHOLD IS ONLY COUNTED.  AT OR OVER IT, THE PAYEE RECORD
006970* IS WRITTEN - UNLESS THERE IS NO TAXPAYER ID ON FILE, WHEN THE
006980* ACCOUNT GOES ON THE EXCEPTION LIST INSTEAD.
006990*----------------------------------------------------------
007000 3500-CLOSE-ACCOUNT.
007010     IF WS-ACCT-INTEREST = ZERO
007020         GO TO 3500-EXIT
007030     END-IF.
007040     ADD 1 TO WS-ACCT-COUNT.
007050     ADD WS-ACCT-INTEREST TO WS-ALL-TOTAL.

007060     IF WS-ACCT-INTEREST < WS-THRESHOLD
007070         ADD 1 TO WS-UNDER-COUNT
007080         ADD WS-ACCT-INTEREST TO WS-UNDER-TOTAL
007090         GO TO 3500-EXIT
007100     END-IF.

007110     PERFORM 3600-GET-PAYEE THRU 3600-EXIT.
007120     MOVE WS-PREV-ID TO DL-USER-ID.
007130     MOVE WA-FULL-NAME TO DL-NAME.
007140     MOVE WA-TAX-ID TO DL-TAX-ID.
007150     IF WS-PAYEE-CLOSED
007160         MOVE "CLOSED" TO DL-CLOSED
007170     ELSE
007180         MOVE SPACES TO DL-CLOSED
007190     END-IF.
007200     MOVE WS-ACCT-INTEREST TO DL-INTEREST.

007210     IF WA-NO-TAX-ID
007220         WRITE TXE-LINE FROM WS-DETAIL-LINE
007230         ADD 1 TO WS-EXCEPT-COUNT
007240         ADD WS-ACCT-INTEREST TO WS-EXCEPT-TOTAL
007250         GO TO 3500-EXIT
007260     END-IF.

007270     PERFORM 3800-WRITE-PAYEE THRU 3800-EXIT.
007280     WRITE TAX-LINE FROM WS-DETAIL-LINE.
007290 3500-EXIT.
007300     EXIT.

007310*----------------------------------------------------------
007320* 3600-GET-PAYEE - THE ACCOUNT'S NAME, ADDRESS AND TAXPAYER ID.
007330* AN ACCOUNT STILL ON THE MASTER TAKES THEM OFF USERADDR; ONE
007340* GONE FROM THE MASTER WAS CLOSED OR ESCHEATED, AND TAKES THEM OFF
007350* ITS LAST USERARCH IMAGE.  WITH NO FULL NAME ON FILE THE NAME
007360* FALLS BACK TO THE 8-BYTE USER-NAME.
007370*----------------------------------------------------------
007380 3600-GET-PAYEE.
007390     MOVE SPACES TO WA-ADDRESS-DATA.
007400     MOVE SPACES TO USER-NAME.
007410     SET WS-PAYEE-OPEN TO TRUE.
007420     MOVE WS-PREV-ID TO MF-USER-ID.
007430     READ USERMAST INTO WS-USER
007440         INVALID KEY
007450             SET WS-PAYEE-CLOSED TO TRUE
007460     END-READ.

007470     IF WS-PAYEE-CLOSED
007480         PERFORM 3650-SCAN-ARCHIVE THRU 3650-EXIT
007490     ELSE
007500         MOVE WS-PREV-ID TO ADR-USER-ID
007510         READ USERADDR
007520             INVALID KEY
007530                 CONTINUE
007540             NOT INVALID KEY
007550                 MOVE ADR-ADDRESS-DATA TO WA-ADDRESS-DATA
007560         END-READ
007570     END-IF.

007580     IF WA-FULL-NAME = SPACES
007590         MOVE USER-NAME TO WA-FULL-NAME
007600     END-IF.
007610 3600-EXIT.
007620     EXIT.

007630*----------------------------------------------------------
007640* 3650-SCAN-ARCHIVE - READ THE WHOLE ARCHIVE FOR THE ACCOUNT,
007650* KEEPING THE LAST IMAGE SEEN, THE SAME SEARCH USRGLF MAKES FOR A
007660* CLOSED ACCOUNT'S DEPARTMENT.
007670*----------------------------------------------------------
007680 3650-SCAN-ARCHIVE.
007690     MOVE "N" TO WS-ARC-EOF-SW.
007700     OPEN INPUT USERARCH.
007710     IF WS-USERARCH-STATUS NOT = "00" AND
007720         WS-USERARCH-STATUS NOT = "05"
007730         DISPLAY "USRTAX: UNABLE TO OPEN USERARCH, STATUS = "
007740             WS-USERARCH-STATUS
007750         GO TO 3650-EXIT
007760     END-IF.
007770     PERFORM 3660-READ-ARCHIVE THRU 3660-EXIT
007780         UNTIL WS-NO-MORE-ARCHIVE.
007790     CLOSE USERARCH.
007800 3650-EXIT.
007810     EXIT.

007820 3660-READ-ARCHIVE.
007830     READ USERARCH
007840         AT END
007850             SET WS-NO-MORE-ARCHIVE TO TRUE
007860         NOT AT END
007870             IF ARC-USER-ID = WS-PREV-ID
007880                 MOVE ARC-ADDRESS-DATA TO WA-ADDRESS-DATA
007890                 MOVE ARC-USER-NAME TO USER-NAME
007900             END-IF
007910     END-READ.
007920 3660-EXIT.
007930     EXIT.

007940*----------------------------------------------------------
007950* 3800-WRITE-PAYEE - ONE PAYEE RECORD, ADDED TO THE CONTROL TOTAL.
007960*----------------------------------------------------------
007970 3800-WRITE-PAYEE.
007980     MOVE SPACES TO TXF-RECORD.
007990     SET TXF-PAYEE TO TRUE.
008000     MOVE WS-PREV-ID TO TXF-PAYEE-ACCOUNT.
008010     MOVE WA-TAX-ID TO TXF-PAYEE-TAX-ID.
008020     MOVE WA-FULL-NAME TO TXF-PAYEE-NAME.
008030     MOVE WA-LINE-1 TO TXF-PAYEE-LINE-1.
008040     MOVE WA-LINE-2 TO TXF-PAYEE-LINE-2.
008050     MOVE WA-CITY TO TXF-PAYEE-CITY.
008060     MOVE WA-STATE TO TXF-PAYEE-STATE.
008070     MOVE WA-ZIP TO TXF-PAYEE-ZIP.
008080     IF WS-PAYEE-CLOSED
008090         SET TXF-ACCOUNT-CLOSED TO TRUE
008100         ADD 1 TO WS-CLOSED-COUNT
008110     ELSE
008120         SET TXF-ACCOUNT-OPEN TO TRUE
008130     END-IF.
008140     MOVE WS-ACCT-INTEREST TO TXF-INTEREST-PAID.
008150     WRITE TXF-RECORD.
008160     ADD 1 TO WS-PAYEE-COUNT.
008170     ADD WS-ACCT-INTEREST TO WS-PAYEE-TOTAL.
008180 3800-EXIT.
008190     EXIT.

008200*----------------------------------------------------------
008210* 7000-WRITE-RUN-TOTALS - THE TOTALS TIE: INTEREST PAID = UNDER
008220* THE THRESHOLD + MISSING TAXPAYER ID + REPORTED, AND REPORTED IS
008230* THE CONTROL TOTAL ON THE FILE'S TRAILER.  AN EXCEPTION OR AN
008240* UNSPLIT ACCRUAL ENDS THE RUN RC 4.
008250*----------------------------------------------------------
008260 7000-WRITE-RUN-TOTALS.
008270     MOVE SPACES TO TAX-LINE.
008280     WRITE TAX-LINE.
008290     MOVE "HISTORY RECORDS READ - LIVE" TO CT-LABEL.
008300     MOVE WS-HIST-COUNT TO CT-COUNT.
008310     WRITE TAX-LINE FROM WS-COUNT-LINE.
008320     MOVE "HISTORY RECORDS READ - ARCHIVE" TO CT-LABEL.
008330     MOVE WS-HARC-COUNT TO CT-COUNT.
008340     WRITE TAX-LINE FROM WS-COUNT-LINE.
008350     MOVE "INTEREST MOVEMENTS IN YEAR" TO CT-LABEL.
008360     MOVE WS-INT-COUNT TO CT-COUNT.
008370     WRITE TAX-LINE FROM WS-COUNT-LINE.
008380     MOVE "ACCRUALS REVERSED - NOT COUNTED" TO CA-LABEL.
008390     MOVE WS-REV-COUNT TO CA-COUNT.
008400     MOVE WS-REV-TOTAL TO CA-AMOUNT.
008410     WRITE TAX-LINE FROM WS-AMOUNT-LINE.
008420     MOVE "ACCOUNTS PAID INTEREST" TO CA-LABEL.
008430     MOVE WS-ACCT-COUNT TO CA-COUNT.
008440     MOVE WS-ALL-TOTAL TO CA-AMOUNT.
008450     WRITE TAX-LINE FROM WS-AMOUNT-LINE.
008460     MOVE "  UNDER THE THRESHOLD" TO CA-LABEL.
008470     MOVE WS-UNDER-COUNT TO CA-COUNT.
008480     MOVE WS-UNDER-TOTAL TO CA-AMOUNT.
008490     WRITE TAX-LINE FROM WS-AMOUNT-LINE.
008500     MOVE "  MISSING TAXPAYER ID" TO CA-LABEL.
008510     MOVE WS-EXCEPT-COUNT TO CA-COUNT.
008520     MOVE WS-EXCEPT-TOTAL TO CA-AMOUNT.
008530     WRITE TAX-LINE FROM WS-AMOUNT-LINE.
008540     MOVE "  REPORTED ON USERTAXF" TO CA-LABEL.
008550     MOVE WS-PAYEE-COUNT TO CA-COUNT.
008560     MOVE WS-PAYEE-TOTAL TO CA-AMOUNT.
008570     WRITE TAX-LINE FROM WS-AMOUNT-LINE.
008580     MOVE "    OF WHICH CLOSED ACCOUNTS" TO CT-LABEL.
008590     MOVE WS-CLOSED-COUNT TO CT-COUNT.
008600     WRITE TAX-LINE FROM WS-COUNT-LINE.
008610     MOVE "UNSPLIT ACCRUALS - NOT COUNTED" TO CT-LABEL.
008620     MOVE WS-UNSPLIT-COUNT TO CT-COUNT.
008630     WRITE TAX-LINE FROM WS-COUNT-LINE.

008640     MOVE SPACES TO TXE-LINE.
008650     WRITE TXE-LINE.
008660     IF WS-EXCEPT-COUNT = ZERO
008670         MOVE "NO ACCOUNT OVER THE THRESHOLD IS MISSING A TAX ID"
008680             TO TXE-LINE
008690         WRITE TXE-LINE
008700     ELSE
008710         MOVE "ACCOUNTS MISSING TAXPAYER ID" TO CA-LABEL
008720         MOVE WS-EXCEPT-COUNT TO CA-COUNT
008730         MOVE WS-EXCEPT-TOTAL TO CA-AMOUNT
008740         WRITE TXE-LINE FROM WS-AMOUNT-LINE
008750         MOVE 4 TO WS-RUN-RC
008760     END-IF.

008770     IF WS-UNSPLIT-COUNT > ZERO
008780         DISPLAY "USRTAX: " WS-UNSPLIT-COUNT " ACCRUALS IN "
008790             WS-TAX-YEAR " CARRY ONLY THE NET OF INTEREST AND "
008800             "FEE - NOT COUNTED"
008810         MOVE 4 TO WS-RUN-RC
008820     END-IF.
008830 7000-EXIT.
008840     EXIT.

008850*----------------------------------------------------------
008860* 8000-TERMINATE - CLOSE THE FILES AND LOG A RUN SUMMARY.
008870*----------------------------------------------------------
008880 8000-TERMINATE.
008890     CLOSE USERHIST, USERHARC, USERMAST, USERADDR, USERTAXF,
008900         USRTAXE, USRTAX.
008910     DISPLAY "USRTAX: TAX YEAR            = " WS-TAX-YEAR.
008920     DISPLAY "USRTAX: ACCOUNTS PAID       = " WS-ACCT-COUNT.
008930     DISPLAY "USRTAX: UNDER THRESHOLD     = " WS-UNDER-COUNT.
008940     DISPLAY "USRTAX: MISSING TAXPAYER ID = " WS-EXCEPT-COUNT.
008950     DISPLAY "USRTAX: PAYEE RECORDS       = " WS-PAYEE-COUNT.
008960     DISPLAY "USRTAX: INTEREST REPORTED   = " WS-PAYEE-TOTAL.
008970     IF WS-EXCEPT-COUNT > ZERO
008980         DISPLAY "USRTAX: KEY THE MISSING TAXPAYER IDS (SEE "
008990             "USRTAXE) AND RERUN BEFORE SENDING USERTAXF"
009000     END-IF.
009010     MOVE WS-RUN-RC TO RETURN-CODE.
009020 8000-EXIT.
009030     EXIT.

009040 END PROGRAM USRTAX.
