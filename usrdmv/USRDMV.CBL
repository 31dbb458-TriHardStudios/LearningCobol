000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    USRDMV.
000120 AUTHOR.        R F KOVACS.
000130 INSTALLATION.  ACCOUNT SERVICES.
000140 DATE-WRITTEN.  10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* USRDMV - BULK DEPARTMENT REASSIGNMENT.
000180*
000189* WHEN A DEPARTMENT IS RENAMED, MERGED OR RETIRED, EVERY ACCOUNT
000198* IT OWNS HAS TO MOVE TO ITS NEW CODE.  THIS JOB DOES IT IN ONE
000207* PASS OF USERMAST INSTEAD OF A CLERK KEYING A C FOR EVERY
000216* ACCOUNT:
000225*
000234*     PARM='FROM-TO '  - E.G. PARM='MKT -MKTG'.  BOTH CODES ARE
000243*                        FOUR CHARACTERS, BLANK-PADDED, WITH THE
000252*                        DASH IN COLUMN 5.
000261*
000270* THE NEW CODE MUST BE ON THE USERDEPT CODE CARDS AND STILL OPEN.
000279* THE OLD CODE NEED NOT BE CARDED AT ALL - CLEARING OUT A CODE
000288* THAT WAS NEVER CARDED IS ONE OF THE REASONS TO RUN THIS.  THE
000297* TWO MAY NOT BE THE SAME.  ANYTHING WRONG WITH THE PARM STOPS THE
000306* RUN WITH RETURN CODE 16 BEFORE THE MASTER IS OPENED.
000315*
000324* EVERY ACCOUNT MOVED, WHATEVER ITS STATUS, IS REWRITTEN WITH THE
000333* NEW CODE AND GETS A USERHIST RECORD WITH SOURCE JOB USRDMV, THE
000342* OLD AND NEW DEPARTMENT, AND OLD = NEW BALANCE, SO THE MOVE IS
000351* ON THE AUDIT TRAIL WITHOUT MOVING A CENT.  EACH ONE IS LISTED ON
000360* THE USRDMV REPORT WITH A COUNT AND TOTAL BALANCE MOVED.  CLOSED
000369* ACCOUNTS ON USERARCH ARE LEFT UNDER THEIR OLD CODE.
000378*
000387* NO ACCOUNT UNDER THE OLD CODE ENDS WITH RETURN CODE 4.  A
000396* REWRITE FAILURE STOPS THE RUN WITH RETURN CODE 16; THE ACCOUNTS
000405* ALREADY MOVED STAY MOVED, AND A RERUN PICKS UP THE REST, SINCE
000414* ONLY ACCOUNTS STILL UNDER THE OLD CODE ARE TOUCHED.
000440*-----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT USERMAST  ASSIGN TO "USERMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS MF-USER-ID
000520         ALTERNATE RECORD KEY IS MF-USER-NAME
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-USERMAST-STATUS.

000550     SELECT USERHIST  ASSIGN TO "USERHIST"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-USERHIST-STATUS.

000580*    THE DEPARTMENT CODE CARDS - SEE USERDPT.
000590     SELECT USERDEPT  ASSIGN TO "USERDEPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-USERDEPT-STATUS.

000620     SELECT USRDMV    ASSIGN TO "USRDMV"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-USRDMV-STATUS.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  USERMAST
000680     LABEL RECORDS ARE STANDARD.
000690 01  MF-USER-RECORD.
000700     COPY USERREC
000710         REPLACING ==USER-NAME==     BY ==MF-USER-NAME==
000720                   ==USER-ID==       BY ==MF-USER-ID==
000730                   ==USER-STATUS==   BY ==MF-USER-STATUS==
000740                   ==USER-ACTIVE==   BY ==MF-USER-ACTIVE==
000750                   ==USER-INACTIVE== BY ==MF-USER-INACTIVE==
000760                   ==USER-HOLD==     BY ==MF-USER-HOLD==
000770                   ==USER-BAL==      BY ==MF-USER-BAL==
000780                   ==USER-DEPT==     BY ==MF-USER-DEPT==.

000790 FD  USERHIST
000800     LABEL RECORDS ARE STANDARD.
000810 01  HIST-RECORD.
000820     COPY USERHST.

000830 FD  USERDEPT
000840     LABEL RECORDS ARE STANDARD.
000850 01  DEPT-RECORD.
000860     COPY USERDPT.

000870 FD  USRDMV
000880     LABEL RECORDS ARE STANDARD.
000890 01  DMV-LINE                            PIC X(80).

000900 WORKING-STORAGE SECTION.
000910 01  WS-PROGRAM-NAME                     PIC X(15)
000920                                         VALUE "USRDMV".

000930 01  WS-USER.
000940     COPY USERREC.

000950 01  WS-FILE-STATUSES.
000960     05  WS-USERMAST-STATUS              PIC X(02).
000970         88  WS-USERMAST-OK               VALUE "00".
000980     05  WS-USERHIST-STATUS              PIC X(02).
000990     05  WS-USERDEPT-STATUS              PIC X(02).
001000     05  WS-USRDMV-STATUS                PIC X(02).

001010 77  WS-EOF-SW                           PIC X(01) VALUE "N".
001020     88  WS-NO-MORE-MASTER-RECS           VALUE "Y".

001030*    THE DEPARTMENT TABLE, LOADED FROM THE USERDEPT CARDS.
001040 77  WS-DEPT-EOF-SW                      PIC X(01) VALUE "N".
001050     88  WS-NO-MORE-DEPTS                 VALUE "Y".
001060 77  WS-DCODE-MAX                        PIC 9(03) COMP
001070                                         VALUE 100.
001080 77  WS-DCODE-USED                       PIC 9(03) COMP
001090                                         VALUE ZERO.
001100 77  WS-DCODE-IX                         PIC 9(03) COMP
001110                                         VALUE ZERO.
001120 77  WS-DCODE-AT                         PIC 9(03) COMP
001130                                         VALUE ZERO.
001140 01  WS-FIND-DEPT                        PIC X(04).

001150 01  WS-DCODE-TABLE.
001160     05  WS-DCODE-ENTRY OCCURS 100 TIMES.
001170         10  DC-CODE                     PIC X(04).
001180         10  DC-DESC                     PIC X(20).
001190         10  DC-OPEN-FLAG                PIC X(01).
001200             88  DC-OPEN                 VALUE "Y".

001210*    THE MOVE, OFF THE PARM.
001220 01  WS-FROM-DEPT                        PIC X(04) VALUE SPACES.
001230 01  WS-FROM-DESC                        PIC X(20) VALUE SPACES.
001240 01  WS-TO-DEPT                          PIC X(04) VALUE SPACES.
001250 01  WS-TO-DESC                          PIC X(20) VALUE SPACES.

001260 77  WS-READ-COUNT                       PIC 9(07) COMP
001270                                         VALUE ZERO.
001280 77  WS-MOVE-COUNT                       PIC 9(07) COMP
001290                                         VALUE ZERO.
001300 77  WS-MOVE-TOTAL                       PIC 9(13)V99
001310                                         VALUE ZERO.

001320 01  WS-RUN-DATE                         PIC 9(08).

001330 01  WS-DMV-HEAD-1.
001340     05  FILLER                          PIC X(20)
001350         VALUE "DEPARTMENT MOVE RUN ".
001360     05  DH1-RUN-DATE                    PIC 9(08).
001370     05  FILLER                          PIC X(52) VALUE SPACES.

001380 01  WS-DMV-HEAD-2.
001390     05  FILLER                          PIC X(05) VALUE "FROM ".
001400     05  DH2-FROM-DEPT                   PIC X(04).
001410     05  FILLER                          PIC X(01) VALUE SPACE.
001420     05  DH2-FROM-DESC                   PIC X(20).
001430     05  FILLER                          PIC X(05) VALUE "  TO ".
001440     05  DH2-TO-DEPT                     PIC X(04).
001450     05  FILLER                          PIC X(01) VALUE SPACE.
001460     05  DH2-TO-DESC                     PIC X(20).
001470     05  FILLER                          PIC X(20) VALUE SPACES.

001480 01  WS-DMV-HEAD-3.
001490     05  FILLER                          PIC X(10)
001500         VALUE "ACCOUNT".
001510     05  FILLER                          PIC X(10)
001520         VALUE "NAME".
001530     05  FILLER                          PIC X(08)
001540         VALUE "STATUS".
001550     05  FILLER                          PIC X(14)
001560         VALUE "       BALANCE".
001570     05  FILLER                          PIC X(38) VALUE SPACES.

001580 01  WS-DMV-DETAIL.
001590     05  MD-USER-ID                      PIC 9(08).
001600     05  FILLER                          PIC X(02) VALUE SPACES.
001610     05  MD-USER-NAME                    PIC X(08).
001620     05  FILLER                          PIC X(02) VALUE SPACES.
001630     05  MD-USER-STATUS                  PIC X(01).
001640     05  FILLER                          PIC X(07) VALUE SPACES.
001650     05  MD-USER-BAL                     PIC ZZZ,ZZZ,ZZ9.99.
001660     05  FILLER                          PIC X(38) VALUE SPACES.

001670 01  WS-DMV-COUNT-LINE.
001680     05  MC-LABEL                        PIC X(24).
001690     05  MC-COUNT                        PIC Z,ZZZ,ZZ9.
001700     05  FILLER                          PIC X(47) VALUE SPACES.

001710 01  WS-DMV-AMOUNT-LINE.
001720     05  MA-LABEL                        PIC X(24).
001730     05  MA-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001740     05  FILLER                          PIC X(36) VALUE SPACES.

001750 LINKAGE SECTION.
001760 01  RUNPARM-AREA.
001770     05  RUNPARM-LEN                     PIC S9(4) COMP.
001780     05  RUNPARM-MOVE.
001790         10  RUNPARM-FROM                PIC X(04).
001800         10  RUNPARM-DASH                PIC X(01).
001810         10  RUNPARM-TO                  PIC X(04).

001820 PROCEDURE DIVISION USING RUNPARM-AREA.

001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001850     IF RETURN-CODE = ZERO
001860         PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
001870             UNTIL WS-NO-MORE-MASTER-RECS
001880         PERFORM 7000-WRITE-RUN-TOTALS THRU 7000-EXIT
001890         PERFORM 8000-TERMINATE THRU 8000-EXIT
001900     END-IF.
001910     GOBACK.

001920*----------------------------------------------------------
001930* 1000-INITIALIZE - DECODE AND CHECK THE PARM AGAINST THE
001940* DEPARTMENT CODES, THEN OPEN THE FILES AND HEAD THE REPORT.
001950*----------------------------------------------------------
001960 1000-INITIALIZE.
001970     INITIALIZE WS-USER.
001980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

001990     PERFORM 1100-DECODE-PARM THRU 1100-EXIT.
002000     IF RETURN-CODE NOT = ZERO
002010         GO TO 1000-EXIT
002020     END-IF.

002030     PERFORM 1200-LOAD-DEPTS THRU 1200-EXIT.
002040     IF RETURN-CODE NOT = ZERO
002050         GO TO 1000-EXIT
002060     END-IF.

002070     PERFORM 1300-CHECK-MOVE THRU 1300-EXIT.
002080     IF RETURN-CODE NOT = ZERO
002090         GO TO 1000-EXIT
002100     END-IF.

002110     OPEN I-O USERMAST.
002120     IF NOT WS-USERMAST-OK
002130         DISPLAY "USRDMV: UNABLE TO OPEN USERMAST, STATUS = "
002140             WS-USERMAST-STATUS
002150         MOVE 16 TO RETURN-CODE
002160         GO TO 1000-EXIT
002170     END-IF.

002180     OPEN EXTEND USERHIST.
002190     IF WS-USERHIST-STATUS NOT = "00"
002200         DISPLAY "USRDMV: UNABLE TO OPEN USERHIST, STATUS = "
002210             WS-USERHIST-STATUS
002220         MOVE 16 TO RETURN-CODE
002230         GO TO 1000-EXIT
002240     END-IF.

002250     OPEN OUTPUT USRDMV.
002260     IF WS-USRDMV-STATUS NOT = "00"
002270         DISPLAY "USRDMV: UNABLE TO OPEN USRDMV, STATUS = "
002280             WS-USRDMV-STATUS
002290         MOVE 16 TO RETURN-CODE
002300         GO TO 1000-EXIT
002310     END-IF.

002320     MOVE WS-RUN-DATE TO DH1-RUN-DATE.
002330     WRITE DMV-LINE FROM WS-DMV-HEAD-1.
002340     MOVE WS-FROM-DEPT TO DH2-FROM-DEPT.
002350     MOVE WS-FROM-DESC TO DH2-FROM-DESC.
002360     MOVE WS-TO-DEPT TO DH2-TO-DEPT.
002370     MOVE WS-TO-DESC TO DH2-TO-DESC.
002380     WRITE DMV-LINE FROM WS-DMV-HEAD-2.
002390     MOVE SPACES TO DMV-LINE.
002400     WRITE DMV-LINE.
002410     WRITE DMV-LINE FROM WS-DMV-HEAD-3.
002420 1000-EXIT.
002430     EXIT.

002440*----------------------------------------------------------
002450* 1100-DECODE-PARM - THE PARM IS EXACTLY NINE CHARACTERS: THE OLD
002460* CODE, A DASH, THE NEW CODE.  ANYTHING ELSE IS REFUSED WITH THE
002470* USAGE SPELLED OUT.
002480*----------------------------------------------------------
002490 1100-DECODE-PARM.
002500     IF RUNPARM-LEN NOT = 9 OR RUNPARM-DASH NOT = "-"
002510         OR RUNPARM-FROM = SPACES OR RUNPARM-TO = SPACES
002520         DISPLAY "USRDMV: PARM MUST BE TWO 4-CHARACTER "
002530             "DEPARTMENT CODES SEPARATED BY A DASH, "
002540             "E.G. 'MKT -MKTG'"
002550         MOVE 16 TO RETURN-CODE
002560         GO TO 1100-EXIT
002570     END-IF.
002630     MOVE RUNPARM-FROM TO WS-FROM-DEPT.
002640     MOVE RUNPARM-TO TO WS-TO-DEPT.
002650     IF WS-FROM-DEPT = WS-TO-DEPT
002660         DISPLAY "USRDMV: FROM AND TO DEPARTMENT ARE BOTH "
002670             WS-FROM-DEPT " - NOTHING TO MOVE"
002680         MOVE 16 TO RETURN-CODE
002690     END-IF.
002700 1100-EXIT.
002710     EXIT.

002720*----------------------------------------------------------
002730* 1200-LOAD-DEPTS - READ THE USERDEPT CARDS INTO THE DEPARTMENT
002740* TABLE.  A CARD WITH NO CODE OR A FLAG OTHER THAN Y OR N, A CODE
002750* CARDED TWICE, MORE CARDS THAN THE TABLE HOLDS, OR NO CARDS AT
002760* ALL STOPS THE RUN - DEPARTMENTS ARE NEVER CHECKED AGAINST A
002770* TABLE THAT IS HALF RIGHT.
002780*----------------------------------------------------------
002790 1200-LOAD-DEPTS.
002800     OPEN INPUT USERDEPT.
002810     IF WS-USERDEPT-STATUS NOT = "00"
002820         DISPLAY "USRDMV: UNABLE TO OPEN USERDEPT, STATUS = "
002830             WS-USERDEPT-STATUS
002840         MOVE 16 TO RETURN-CODE
002850         GO TO 1200-EXIT
002860     END-IF.
002870     PERFORM 1210-READ-DEPT-CARD THRU 1210-EXIT
002880         UNTIL WS-NO-MORE-DEPTS OR RETURN-CODE NOT = ZERO.
002890     CLOSE USERDEPT.

002900     IF RETURN-CODE = ZERO AND WS-DCODE-USED = ZERO
002910         DISPLAY "USRDMV: NO DEPARTMENT CODE CARDS - RUN STOPPED"
002920         MOVE 16 TO RETURN-CODE
002930     END-IF.
002940 1200-EXIT.
002950     EXIT.

002960 1210-READ-DEPT-CARD.
002970     READ USERDEPT
002980         AT END
002990             SET WS-NO-MORE-DEPTS TO TRUE
003000             GO TO 1210-EXIT
003010     END-READ.
003020     IF DEPT-RECORD = SPACES
003030         GO TO 1210-EXIT
003040     END-IF.

003050     IF DEPT-CODE = SPACES
003060         OR (NOT DEPT-OPEN AND NOT DEPT-RETIRED)
003070         DISPLAY "USRDMV: BAD DEPARTMENT CODE CARD: " DEPT-RECORD
003080         MOVE 16 TO RETURN-CODE
003090         GO TO 1210-EXIT
003100     END-IF.

003110     MOVE DEPT-CODE TO WS-FIND-DEPT.
003120     PERFORM 1220-FIND-DEPT THRU 1220-EXIT.
003130     IF WS-DCODE-AT > ZERO
003140         DISPLAY "USRDMV: DEPARTMENT " DEPT-CODE
003150             " IS ON MORE THAN ONE CARD"
003160         MOVE 16 TO RETURN-CODE
003170         GO TO 1210-EXIT
003180     END-IF.
003190     IF WS-DCODE-USED NOT < WS-DCODE-MAX
003200         DISPLAY "USRDMV: MORE THAN " WS-DCODE-MAX
003210             " DEPARTMENT CODE CARDS"
003220         MOVE 16 TO RETURN-CODE
003230         GO TO 1210-EXIT
003240     END-IF.

003250     ADD 1 TO WS-DCODE-USED.
003260     MOVE DEPT-CODE TO DC-CODE (WS-DCODE-USED).
003270     MOVE DEPT-DESC TO DC-DESC (WS-DCODE-USED).
003280     MOVE DEPT-OPEN-FLAG TO DC-OPEN-FLAG (WS-DCODE-USED).
003290 1210-EXIT.
003300     EXIT.

003310*----------------------------------------------------------
003320* 1220-FIND-DEPT - THE TABLE SLOT FOR WS-FIND-DEPT, OR ZERO.
003330*----------------------------------------------------------
003340 1220-FIND-DEPT.
003350     MOVE ZERO TO WS-DCODE-AT.
003360     PERFORM 1230-CHECK-DEPT-SLOT THRU 1230-EXIT
003370         VARYING WS-DCODE-IX FROM 1 BY 1
003380         UNTIL WS-DCODE-IX > WS-DCODE-USED
003390             OR WS-DCODE-AT > ZERO.
003400 1220-EXIT.
003410     EXIT.

003420 1230-CHECK-DEPT-SLOT.
003430     IF DC-CODE (WS-DCODE-IX) = WS-FIND-DEPT
003440         MOVE WS-DCODE-IX TO WS-DCODE-AT
003450     END-IF.
003460 1230-EXIT.
003470     EXIT.

003480*----------------------------------------------------------
003490* 1300-CHECK-MOVE - THE NEW DEPARTMENT MUST BE CARDED AND OPEN.
003500* THE OLD ONE IS DESCRIBED IF IT IS CARDED, OPEN OR RETIRED.
003510*----------------------------------------------------------
003520 1300-CHECK-MOVE.
003530     MOVE WS-TO-DEPT TO WS-FIND-DEPT.
003540     PERFORM 1220-FIND-DEPT THRU 1220-EXIT.
003550     IF WS-DCODE-AT = ZERO
003560         DISPLAY "USRDMV: DEPARTMENT " WS-TO-DEPT
003570             " IS NOT ON USERDEPT - MOVE REFUSED"
003580         MOVE 16 TO RETURN-CODE
003590         GO TO 1300-EXIT
003600     END-IF.
003610     IF NOT DC-OPEN (WS-DCODE-AT)
003620         DISPLAY "USRDMV: DEPARTMENT " WS-TO-DEPT
003630             " IS RETIRED - MOVE REFUSED"
003640         MOVE 16 TO RETURN-CODE
003650         GO TO 1300-EXIT
003660     END-IF.
003670     MOVE DC-DESC (WS-DCODE-AT) TO WS-TO-DESC.

003680     MOVE WS-FROM-DEPT TO WS-FIND-DEPT.
003690     PERFORM 1220-FIND-DEPT THRU 1220-EXIT.
003700     IF WS-DCODE-AT = ZERO
003710         MOVE "** NOT ON FILE **" TO WS-FROM-DESC
003720     ELSE
003730         MOVE DC-DESC (WS-DCODE-AT) TO WS-FROM-DESC
003740     END-IF.
003750     DISPLAY "USRDMV: MOVING " WS-FROM-DEPT " " WS-FROM-DESC
003760         " TO " WS-TO-DEPT " " WS-TO-DESC.
003770 1300-EXIT.
003780     EXIT.

003790*----------------------------------------------------------
003800* 2000-PROCESS-MASTER - READ ONE MASTER RECORD AND MOVE IT IF IT
003810* STILL BELONGS TO THE OLD DEPARTMENT.
003820*----------------------------------------------------------
003830 2000-PROCESS-MASTER.
003840     READ USERMAST INTO WS-USER
003850         AT END
003860             SET WS-NO-MORE-MASTER-RECS TO TRUE
003870         NOT AT END
003880             ADD 1 TO WS-READ-COUNT
003890             IF USER-DEPT = WS-FROM-DEPT
003900                 PERFORM 2100-MOVE-ACCOUNT THRU 2100-EXIT
003910             END-IF
003920     END-READ.
003930 2000-EXIT.
003940     EXIT.

003950*----------------------------------------------------------
003960* 2100-MOVE-ACCOUNT - REWRITE THE ACCOUNT UNDER THE NEW CODE AND
003970* PUT THE MOVE ON THE AUDIT TRAIL AND THE REPORT.  A REWRITE
003980* THAT FAILS STOPS THE RUN WHERE IT IS.
003990*----------------------------------------------------------
004000 2100-MOVE-ACCOUNT.
004010     MOVE WS-TO-DEPT TO USER-DEPT.
004020     MOVE WS-USER TO MF-USER-RECORD.
004030     REWRITE MF-USER-RECORD
004040         INVALID KEY
004050             DISPLAY "USRDMV: REWRITE FAILED FOR ACCOUNT " USER-ID
004060                 ", STATUS = " WS-USERMAST-STATUS
004070             MOVE 16 TO RETURN-CODE
004080             SET WS-NO-MORE-MASTER-RECS TO TRUE
004090             GO TO 2100-EXIT
004100     END-REWRITE.

004110     PERFORM 2700-WRITE-HISTORY THRU 2700-EXIT.

004120     MOVE USER-ID TO MD-USER-ID.
004130     MOVE USER-NAME TO MD-USER-NAME.
004140     MOVE USER-STATUS TO MD-USER-STATUS.
004150     MOVE USER-BAL TO MD-USER-BAL.
004160     WRITE DMV-LINE FROM WS-DMV-DETAIL.
004170     ADD 1 TO WS-MOVE-COUNT.
004180     ADD USER-BAL TO WS-MOVE-TOTAL.
004190 2100-EXIT.
004200     EXIT.

004210*----------------------------------------------------------
004220* 2700-WRITE-HISTORY - ONE AUDIT RECORD PER ACCOUNT MOVED.  THE
004230* BALANCE DOES NOT CHANGE, SO OLD AND NEW ARE THE SAME; THE
004240* DEPARTMENT FIELDS CARRY THE MOVE.
004250*----------------------------------------------------------
004260 2700-WRITE-HISTORY.
004270     MOVE USER-ID TO HIST-USER-ID.
004280     MOVE USER-BAL TO HIST-OLD-BAL.
004290     MOVE USER-BAL TO HIST-NEW-BAL.
004300     MOVE WS-RUN-DATE TO HIST-EFF-DATE.
004310     MOVE "USRDMV" TO HIST-SOURCE-JOB.
004320     MOVE SPACES TO HIST-OPER-ID.
004330     MOVE SPACES TO HIST-POST-REF.
004340     MOVE SPACES TO HIST-REVERSES-REF.
004350     MOVE WS-FROM-DEPT TO HIST-OLD-DEPT.
004360     MOVE WS-TO-DEPT TO HIST-NEW-DEPT.
004365     MOVE SPACE TO HIST-MOVE-TYPE.
004370     WRITE HIST-RECORD.
004380 2700-EXIT.
004390     EXIT.

004400*----------------------------------------------------------
004410* 7000-WRITE-RUN-TOTALS - HOW MANY ACCOUNTS MOVED AND THE BALANCE
004420* THEY TOOK WITH THEM.  NOTHING TO MOVE IS A WARNING, NOT A
004430* FAILURE - A RERUN AFTER A CLEAN RUN LANDS HERE.
004440*----------------------------------------------------------
004450 7000-WRITE-RUN-TOTALS.
004460     MOVE SPACES TO DMV-LINE.
004470     WRITE DMV-LINE.
004480     MOVE "ACCOUNTS READ"        TO MC-LABEL.
004490     MOVE WS-READ-COUNT TO MC-COUNT.
004500     WRITE DMV-LINE FROM WS-DMV-COUNT-LINE.
004510     MOVE "ACCOUNTS MOVED"       TO MC-LABEL.
004520     MOVE WS-MOVE-COUNT TO MC-COUNT.
004530     WRITE DMV-LINE FROM WS-DMV-COUNT-LINE.
004540     MOVE "BALANCE MOVED"        TO MA-LABEL.
004550     MOVE WS-MOVE-TOTAL TO MA-AMOUNT.
004560     WRITE DMV-LINE FROM WS-DMV-AMOUNT-LINE.

004570     IF WS-MOVE-COUNT = ZERO AND RETURN-CODE = ZERO
004580         DISPLAY "USRDMV: NO ACCOUNTS UNDER DEPARTMENT "
004590             WS-FROM-DEPT
004600         MOVE 4 TO RETURN-CODE
004610     END-IF.
004620 7000-EXIT.
004630     EXIT.

004640*----------------------------------------------------------
004650* 8000-TERMINATE - CLOSE THE FILES AND LOG A RUN SUMMARY.
004660*----------------------------------------------------------
004670 8000-TERMINATE.
004680     CLOSE USERMAST, USERHIST, USRDMV.
004690     DISPLAY "USRDMV: ACCOUNTS READ      = " WS-READ-COUNT.
004700     DISPLAY "USRDMV: ACCOUNTS MOVED     = " WS-MOVE-COUNT.
004710     DISPLAY "USRDMV: BALANCE MOVED      = " WS-MOVE-TOTAL.
004720 8000-EXIT.
004730     EXIT.

004740 END PROGRAM USRDMV.
