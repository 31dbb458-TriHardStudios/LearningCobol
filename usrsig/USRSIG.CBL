000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    USRSIG.
000120 AUTHOR.        R F KOVACS.
000130 INSTALLATION.  ACCOUNT SERVICES.
000140 DATE-WRITTEN.  10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* USRSIG - NIGHTLY STANDING-INSTRUCTION GENERATOR.
000180*
000190* WALKS THE USERSINS FILE (SEE USERSIN) AND, FOR EVERY ACTIVE
000200* INSTRUCTION FALLING DUE ON OR BEFORE THE RUN DATE, WRITES THE
000210* MOVEMENT TO USERSITX AS AN ORDINARY USERTRAN LINE - A T, D OR W
000220* EXACTLY AS A DEPARTMENT WOULD KEY IT.  THE FILE IS A PROPERLY
000230* BRACKETED BATCH (SEE USERTRB): A HEADER CARRYING THE RUN DATE
000240* AND THIS RUN'S OWN BATCH NUMBER, AND A TRAILER CARRYING THE
000250* LINE COUNT AND HASH TOTAL.  USRLOAD POSTS IT IN THE NEXT STEP
000260* LIKE ANY OTHER BATCH, SO EVERY EDIT, THE PROCESSED-BATCH CHECK
000270* AND SUSPENSE ROUTING APPLY UNCHANGED - NOTHING HERE TOUCHES THE
000280* MASTER.
000290*
000300* BATCH NUMBERS COME FROM THE USERSICT CONTROL RECORD (SEE
000310* USERSIC): ONE MORE THAN THE LAST RUN'S, IN THE 900001-999999
000320* RANGE RESERVED FOR GENERATED BATCHES.  A SECOND RUN FOR A DATE
000330* ALREADY GENERATED IS REFUSED WITH RETURN CODE 8 BEFORE THE BATCH
000340* OR THE REPORT IS OPENED - THE DUE DATES HAVE ALREADY BEEN
000350* ROLLED, AND RERUNNING WOULD ONLY CUT AN EMPTY BATCH.  IF THE
000357* POSTING STEP FAILS, RERUN USRLOAD AGAINST THE SAME USERSITX.
000358*
000359* NO DUE DATE IS ROLLED UNTIL THE BATCH IS COMPLETE.  THE FIRST
000360* PASS WORKS EVERY OCCURRENCE IN STORAGE AND WRITES THE BATCH AND
000361* THE REPORT.  ONCE THE TRAILER IS WRITTEN AND USERSICT RECORDS
000362* THE BATCH WITH ITS ROLLS PENDING, A SECOND PASS READS THE
000363* INSTRUCTIONS AGAIN, ROLLS AND STAMPS EACH ONE, AND MARKS
000364* USERSICT ROLLED.  A RUN THAT DIES BEFORE USERSICT IS WRITTEN HAS
000365* ROLLED NOTHING AND IS SIMPLY RUN AGAIN.  ONE THAT DIES, OR FAILS
000366* A REWRITE, AFTER THAT POINT LEAVES THE ROLLS PENDING, AND THE
000367* NEXT RUN FINISHES THEM FOR THE BATCH ALREADY CUT BEFORE IT DOES
000368* ANYTHING ELSE.  ONLY INSTRUCTIONS STILL DUE BY THAT BATCH'S DATE
000369* ARE TOUCHED, SO FINISHING THE ROLLS TWICE DOES NO HARM.
000370*
000380* AN OCCURRENCE IS SKIPPED, WITH THE REASON ON THE REPORT, WHEN
000390* THE ACCOUNT (EITHER SIDE OF A TRANSFER) IS NO LONGER ON THE
000400* MASTER OR IS ON HOLD.  A SKIPPED OCCURRENCE IS NOT HELD OVER -
000410* THE DUE DATE ROLLS PAST IT THE SAME AS ONE GENERATED, SO A HOLD
000420* RELEASED NEXT WEEK DOES NOT RELEASE A BACKLOG OF PAYMENTS WITH
000430* IT.  RETURN CODE 4 SAYS SOMETHING WAS SKIPPED.
000440*
000450* AN INSTRUCTION MORE THAN ONE PERIOD BEHIND (THE JOB DID NOT RUN
000460* FOR A FEW NIGHTS) GETS ONE LINE PER OCCURRENCE MISSED, EACH ON
000470* THE REPORT WITH ITS OWN DUE DATE.  ONCE THE DUE DATE ROLLS PAST
000480* A NON-ZERO END DATE THE INSTRUCTION IS MARKED ENDED.  ONLY AN
000482* ACTIVE INSTRUCTION IS WORKED - ONE ADDED PENDING A SECOND
000484* OPERATOR'S APPROVAL IN USRSIM WAITS, AND A RAISE NOT YET
000486* APPROVED IS NOT GENERATED.
000490*
000500* ON A D OR W LINE THE NAME SLOT, WHICH USRLOAD DOES NOT USE FOR A
000510* MOVEMENT, CARRIES "SI" AND THE INSTRUCTION ID, SO A GENERATED
000520* LINE THAT GOES TO SUSPENSE CAN BE TRACED BACK TO ITS
000530* INSTRUCTION.  A T LINE CARRIES THE RECEIVING ACCOUNT THERE, AS
000540* ALWAYS.
000550*-----------------------------------------------------------------
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590*    OPTIONAL SO A SHOP WITH NO INSTRUCTIONS YET STILL CUTS ITS
000600*    (EMPTY) NIGHTLY BATCH.
000610     SELECT OPTIONAL USERSINS  ASSIGN TO "USERSINS"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS SIN-INSTR-ID
000650         FILE STATUS IS WS-USERSINS-STATUS.

000660     SELECT USERMAST  ASSIGN TO "USERMAST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS MF-USER-ID
000700         ALTERNATE RECORD KEY IS MF-USER-NAME
000710             WITH DUPLICATES
000720         FILE STATUS IS WS-USERMAST-STATUS.

000730     SELECT USERSICT  ASSIGN TO "USERSICT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-USERSICT-STATUS.

000760     SELECT USERSITX  ASSIGN TO "USERSITX"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-USERSITX-STATUS.

000790     SELECT USRSIG    ASSIGN TO "USRSIG"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-USRSIG-STATUS.

000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  USERSINS
000850     LABEL RECORDS ARE STANDARD.
000860 01  SIN-RECORD.
000870     COPY USERSIN.

000880 FD  USERMAST
000890     LABEL RECORDS ARE STANDARD.
000900 01  MF-USER-RECORD.
000910     COPY USERREC
000920         REPLACING ==USER-NAME==     BY ==MF-USER-NAME==
000930                   ==USER-ID==       BY ==MF-USER-ID==
000940                   ==USER-STATUS==   BY ==MF-USER-STATUS==
000950                   ==USER-ACTIVE==   BY ==MF-USER-ACTIVE==
000960                   ==USER-INACTIVE== BY ==MF-USER-INACTIVE==
000970                   ==USER-HOLD==     BY ==MF-USER-HOLD==
000980                   ==USER-BAL==      BY ==MF-USER-BAL==
000990                   ==USER-DEPT==     BY ==MF-USER-DEPT==.

001000 FD  USERSICT
001010     LABEL RECORDS ARE STANDARD.
001020 01  SICT-RECORD.
001030     COPY USERSIC.

001040 FD  USERSITX
001050     LABEL RECORDS ARE STANDARD.
001060 01  SITX-LINE                           PIC X(50).

001070 FD  USRSIG
001080     LABEL RECORDS ARE STANDARD.
001090 01  SIG-LINE                            PIC X(80).

001100 WORKING-STORAGE SECTION.
001110 01  WS-PROGRAM-NAME                     PIC X(15)
001120                                         VALUE "USRSIG".

001130 01  WS-FILE-STATUSES.
001140     05  WS-USERSINS-STATUS              PIC X(02).
001150     05  WS-USERMAST-STATUS              PIC X(02).
001160         88  WS-USERMAST-OK               VALUE "00".
001170     05  WS-USERSICT-STATUS              PIC X(02).
001180     05  WS-USERSITX-STATUS              PIC X(02).
001190     05  WS-USRSIG-STATUS                PIC X(02).

001200 77  WS-EOF-SW                           PIC X(01) VALUE "N".
001205     88  WS-NO-MORE-INSTRUCTIONS          VALUE "Y".

001206*    WHICH PASS OVER USERSINS IS RUNNING - THE FIRST GENERATES THE
001207*    BATCH, THE SECOND ROLLS AND REWRITES THE INSTRUCTIONS.
001208 77  WS-PASS-SW                          PIC X(01) VALUE "G".
001209     88  WS-GENERATE-PASS                 VALUE "G".
001210     88  WS-ROLL-PASS                     VALUE "R".

001211*    SET WHEN USERSICT SHOWS THE LAST BATCH'S ROLLS UNFINISHED.
001212 77  WS-OWED-SW                          PIC X(01) VALUE "N".
001213     88  WS-ROLLS-OWED                    VALUE "Y".

001214 77  WS-ROLL-FAIL-SW                     PIC X(01) VALUE "N".
001215     88  WS-ROLL-FAILED                   VALUE "Y".

001216*    THE ROLL STATE 8200-WRITE-CONTROL PUTS ON USERSICT.
001217 77  WS-CONTROL-STATE                    PIC X(01) VALUE SPACE.
001218     88  WS-CONTROL-PENDING               VALUE "P".
001219     88  WS-CONTROL-DONE                  VALUE "R".

001220 77  WS-READ-COUNT                       PIC 9(07) COMP
001230                                         VALUE ZERO.
001240 77  WS-DUE-COUNT                        PIC 9(07) COMP
001250                                         VALUE ZERO.
001260 77  WS-GEN-COUNT                        PIC 9(07) COMP
001270                                         VALUE ZERO.
001280 77  WS-SKIP-COUNT                       PIC 9(07) COMP
001290                                         VALUE ZERO.
001300 77  WS-ENDED-COUNT                      PIC 9(07) COMP
001310                                         VALUE ZERO.

001320*    THE BATCH TRAILER'S HASH TOTAL - THE SUM OF THE AMOUNTS ON
001330*    EVERY LINE GENERATED.
001340 77  WS-HASH-TOTAL                       PIC S9(13)V99
001350                                         VALUE ZERO.

001360 77  WS-SKIP-REASON                      PIC X(17) VALUE SPACES.

001370 77  WS-ROLL-MONTHS                      PIC 9(02) COMP
001380                                         VALUE ZERO.

001390 01  WS-RUN-DATE                         PIC 9(08).
001400 01  WS-LAST-BATCH                       PIC 9(06).
001405 01  WS-LAST-RUN-DATE                    PIC 9(08).
001410 01  WS-BATCH-NUMBER                     PIC 9(06).

001411*    THE BATCH BEING WORKED AND THE DATE IT WAS CUT FOR -
001412*    TONIGHT'S, OR THE LAST RUN'S WHILE ITS ROLLS ARE BEING
001413*    FINISHED - AND ITS
001414*    LINE COUNT FOR USERSICT.
001415 01  WS-THRU-DATE                        PIC 9(08).
001416 01  WS-THRU-BATCH                       PIC 9(06).
001417 01  WS-THRU-COUNT                       PIC 9(07).

001420*    THE DUE DATE BEING ROLLED A MONTH OR MORE AT A TIME, AND THE
001430*    LAST DAY OF THE MONTH IT LANDS IN, WORKED OUT FROM THE FIRST
001440*    OF THE MONTH AFTER.
001450 01  WS-ROLL-DATE                        PIC 9(08).
001460 01  WS-ROLL-DATE-R REDEFINES WS-ROLL-DATE.
001470     05  WS-ROLL-YYYY                    PIC 9(04).
001480     05  WS-ROLL-MM                      PIC 9(02).
001490     05  WS-ROLL-DD                      PIC 9(02).
001500 01  WS-MONTH-END                        PIC 9(08).
001510 01  WS-MONTH-END-R REDEFINES WS-MONTH-END.
001520     05  WS-ME-YYYY                      PIC 9(04).
001530     05  WS-ME-MM                        PIC 9(02).
001540     05  WS-ME-DD                        PIC 9(02).

001550*    THE BATCH HEADER, A GENERATED TRANSACTION AND THE TRAILER,
001560*    ON THE SAME SPACE-DELIMITED 50-BYTE LINES USRLOAD UNSTRINGS.
001570*    THE HEADER CARRIES NO DEPARTMENT - A GENERATED BATCH NEVER
001580*    OPENS AN ACCOUNT, SO THERE IS NOTHING FOR IT TO DEFAULT.
001590 01  WS-BATCH-HEADER.
001600     05  BH-REC-TYPE                     PIC X(01) VALUE "H".
001610     05  FILLER                          PIC X(01) VALUE SPACE.
001620     05  BH-BATCH-DATE                   PIC 9(08).
001630     05  FILLER                          PIC X(01) VALUE SPACE.
001640     05  BH-BATCH-NUMBER                 PIC 9(06).
001650     05  FILLER                          PIC X(33) VALUE SPACES.

001660 01  WS-GEN-LINE.
001670     05  GL-CODE                         PIC X(01).
001680     05  FILLER                          PIC X(01) VALUE SPACE.
001690     05  GL-NAME-SLOT                    PIC X(08).
001700     05  GL-TO-ID REDEFINES GL-NAME-SLOT PIC 9(08).
001710     05  GL-TAG REDEFINES GL-NAME-SLOT.
001720         10  GL-TAG-PREFIX               PIC X(02).
001730         10  GL-TAG-INSTR-ID             PIC 9(06).
001740     05  FILLER                          PIC X(01) VALUE SPACE.
001750     05  GL-ID                           PIC 9(08).
001760     05  FILLER                          PIC X(01) VALUE SPACE.
001770     05  GL-AMOUNT                       PIC S9(09)V99
001780         SIGN IS LEADING SEPARATE.
001790     05  FILLER                          PIC X(18) VALUE SPACES.

001800 01  WS-BATCH-TRAILER.
001810     05  BT-REC-TYPE                     PIC X(01) VALUE "T".
001820     05  FILLER                          PIC X(01) VALUE SPACE.
001830     05  BT-RECORD-COUNT                 PIC 9(08).
001840     05  FILLER                          PIC X(01) VALUE SPACE.
001850     05  BT-HASH-TOTAL                   PIC S9(13)V99
001860         SIGN IS LEADING SEPARATE.
001870     05  FILLER                          PIC X(23) VALUE SPACES.

001880 01  WS-HEAD-LINE-1.
001890     05  FILLER                          PIC X(38)
001900         VALUE "STANDING INSTRUCTIONS GENERATED".
001910     05  FILLER                          PIC X(04) VALUE "RUN ".
001920     05  SH1-RUN-DATE                    PIC 9(08).
001930     05  FILLER                          PIC X(08)
001940         VALUE "  BATCH ".
001950     05  SH1-BATCH-NUMBER                PIC 9(06).
001960     05  FILLER                          PIC X(16) VALUE SPACES.

001970 01  WS-HEAD-LINE-2.
001980     05  FILLER                          PIC X(40)
001990         VALUE "          INSTR   T ACCOUNT  TO ID".
002000     05  FILLER                          PIC X(40)
002010         VALUE "      AMOUNT DUE      NOTE".

002020 01  WS-DETAIL-LINE.
002030     05  DL-TAG                          PIC X(10).
002040     05  DL-INSTR-ID                     PIC 9(06).
002050     05  FILLER                          PIC X(02) VALUE SPACES.
002060     05  DL-TYPE                         PIC X(01).
002070     05  FILLER                          PIC X(01) VALUE SPACE.
002080     05  DL-ACCOUNT                      PIC 9(08).
002090     05  FILLER                          PIC X(01) VALUE SPACE.
002100     05  DL-TO-ID                        PIC X(08).
002110     05  FILLER                          PIC X(01) VALUE SPACE.
002120     05  DL-AMOUNT                       PIC ZZZ,ZZZ,ZZ9.99.
002130     05  FILLER                          PIC X(01) VALUE SPACE.
002140     05  DL-DUE-DATE                     PIC 9(08).
002150     05  FILLER                          PIC X(01) VALUE SPACE.
002160     05  DL-NOTE                         PIC X(18).

002170 01  WS-COUNT-LINE.
002180     05  CT-LABEL                        PIC X(30).
002190     05  CT-COUNT                        PIC Z,ZZZ,ZZ9.
002200     05  FILLER                          PIC X(41) VALUE SPACES.

002210 01  WS-AMOUNT-LINE.
002220     05  CA-LABEL                        PIC X(30).
002230     05  CA-AMOUNT                       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002240     05  FILLER                          PIC X(33) VALUE SPACES.

002250 PROCEDURE DIVISION.

002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002280     IF RETURN-CODE = ZERO
002290         PERFORM 2000-PROCESS-INSTRUCTION THRU 2000-EXIT
002300             UNTIL WS-NO-MORE-INSTRUCTIONS
002310         PERFORM 8000-TERMINATE THRU 8000-EXIT
002320     END-IF.
002330     STOP RUN.

002340*----------------------------------------------------------
002350* 1000-INITIALIZE - TAKE THE NEXT BATCH NUMBER, OPEN THE FILES,
002360* AND START THE BATCH AND THE REPORT.  ROLLS THE LAST RUN LEFT
002365* PENDING ARE FINISHED BEFORE TONIGHT'S DATE IS CHECKED.
002370*----------------------------------------------------------
002380 1000-INITIALIZE.
002390     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

002400     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
002410     IF RETURN-CODE NOT = ZERO
002420         GO TO 1000-EXIT
002430     END-IF.

002440*    STATUS 05 ON THE OPTIONAL INSTRUCTION FILE IS A SUCCESSFUL
002450*    OPEN OF A FILE THAT DOES NOT EXIST YET.
002460     OPEN I-O USERSINS.
002470     IF WS-USERSINS-STATUS NOT = "00" AND
002480         WS-USERSINS-STATUS NOT = "05"
002490         DISPLAY "USRSIG: UNABLE TO OPEN USERSINS, STATUS = "
002500             WS-USERSINS-STATUS
002510         MOVE 16 TO RETURN-CODE
002520         GO TO 1000-EXIT
002530     END-IF.

002540     OPEN INPUT USERMAST.
002550     IF NOT WS-USERMAST-OK
002560         DISPLAY "USRSIG: UNABLE TO OPEN USERMAST, STATUS = "
002570             WS-USERMAST-STATUS
002580         MOVE 16 TO RETURN-CODE
002590         GO TO 1000-EXIT
002592     END-IF.

002593     IF WS-ROLLS-OWED
002594         PERFORM 1200-FINISH-ROLLS THRU 1200-EXIT
002595         IF RETURN-CODE NOT = ZERO
002596             GO TO 1000-EXIT
002597         END-IF
002598     END-IF.

002599     IF WS-LAST-RUN-DATE NOT < WS-RUN-DATE
002600         DISPLAY "USRSIG: INSTRUCTIONS ALREADY GENERATED FOR "
002601             WS-LAST-RUN-DATE " AS BATCH " WS-LAST-BATCH
002602             " - RUN REFUSED"
002603         CLOSE USERSINS, USERMAST
002604         MOVE 8 TO RETURN-CODE
002605         GO TO 1000-EXIT
002606     END-IF.

002607     SET WS-GENERATE-PASS TO TRUE.
002608     MOVE WS-RUN-DATE TO WS-THRU-DATE.
002609     MOVE WS-BATCH-NUMBER TO WS-THRU-BATCH.

002610     OPEN OUTPUT USERSITX.
002620     IF WS-USERSITX-STATUS NOT = "00"
002630         DISPLAY "USRSIG: UNABLE TO OPEN USERSITX, STATUS = "
002640             WS-USERSITX-STATUS
002650         MOVE 16 TO RETURN-CODE
002660         GO TO 1000-EXIT
002670     END-IF.

002680     OPEN OUTPUT USRSIG.
002690     IF WS-USRSIG-STATUS NOT = "00"
002700         DISPLAY "USRSIG: UNABLE TO OPEN USRSIG, STATUS = "
002710             WS-USRSIG-STATUS
002720         MOVE 16 TO RETURN-CODE
002730         GO TO 1000-EXIT
002740     END-IF.

002750     MOVE WS-RUN-DATE TO BH-BATCH-DATE.
002760     MOVE WS-BATCH-NUMBER TO BH-BATCH-NUMBER.
002770     WRITE SITX-LINE FROM WS-BATCH-HEADER.

002780     MOVE WS-RUN-DATE TO SH1-RUN-DATE.
002790     MOVE WS-BATCH-NUMBER TO SH1-BATCH-NUMBER.
002800     WRITE SIG-LINE FROM WS-HEAD-LINE-1.
002810     MOVE SPACES TO SIG-LINE.
002820     WRITE SIG-LINE.
002830     WRITE SIG-LINE FROM WS-HEAD-LINE-2.
002840 1000-EXIT.
002850     EXIT.

002860*----------------------------------------------------------
002870* 1100-READ-CONTROL - THE LAST BATCH NUMBER CUT AND THE DATE IT
002880* WAS CUT FOR.  NO CONTROL FILE YET IS THE FIRST RUN EVER, WHICH
002890* STARTS THE RANGE AT 900001.  WHETHER THAT BATCH'S ROLLS ARE
002895* STILL OWED IS NOTED HERE; THE DATE ITSELF IS CHECKED BY
002900* 1000-INITIALIZE ONCE THEY ARE FINISHED.
002910*----------------------------------------------------------
002920 1100-READ-CONTROL.
002930     OPEN INPUT USERSICT.
002940     IF WS-USERSICT-STATUS = "35"
002950         MOVE 900000 TO WS-LAST-BATCH
002955         MOVE ZERO TO WS-LAST-RUN-DATE
002960         GO TO 1100-NEXT-NUMBER
002970     END-IF.
002980     IF WS-USERSICT-STATUS NOT = "00"
002990         DISPLAY "USRSIG: UNABLE TO OPEN USERSICT, STATUS = "
003000             WS-USERSICT-STATUS
003010         MOVE 16 TO RETURN-CODE
003020         GO TO 1100-EXIT
003030     END-IF.
003040     READ USERSICT
003050         AT END
003060             MOVE ZERO TO SIC-LAST-BATCH, SIC-LAST-RUN-DATE
003065             MOVE SPACE TO SIC-ROLL-STATE
003070     END-READ.
003071     MOVE SIC-LAST-BATCH TO WS-LAST-BATCH.
003072     MOVE SIC-LAST-RUN-DATE TO WS-LAST-RUN-DATE.
003073     IF SIC-ROLLS-PENDING
003074         SET WS-ROLLS-OWED TO TRUE
003075         MOVE SIC-LAST-RUN-DATE TO WS-THRU-DATE
003076         MOVE SIC-LAST-BATCH TO WS-THRU-BATCH
003077         MOVE SIC-LAST-COUNT TO WS-THRU-COUNT
003078     END-IF.
003080     CLOSE USERSICT.

003170 1100-NEXT-NUMBER.
003180     IF WS-LAST-BATCH < 900000 OR WS-LAST-BATCH NOT < 999999
003190         MOVE 900001 TO WS-BATCH-NUMBER
003200     ELSE
003210         COMPUTE WS-BATCH-NUMBER = WS-LAST-BATCH + 1
003220     END-IF.
003223 1100-EXIT.
003224     EXIT.

003225*----------------------------------------------------------
003226* 1200-FINISH-ROLLS - THE LAST RUN CUT ITS BATCH BUT DID NOT
003227* FINISH ROLLING THE DUE DATES.  FINISH THEM FOR THAT BATCH NOW,
003228* OR GENERATING TONIGHT WOULD CUT ITS OCCURRENCES A SECOND TIME.
003229* IF THEY STILL CANNOT ALL BE ROLLED THE RUN STOPS HERE.
003230*----------------------------------------------------------
003231 1200-FINISH-ROLLS.
003232     DISPLAY "USRSIG: FINISHING THE ROLLS FOR BATCH "
003233         WS-THRU-BATCH
003234         " OF " WS-THRU-DATE.
003235     PERFORM 8100-ROLL-INSTRUCTIONS THRU 8100-EXIT.
003236     IF WS-ROLL-FAILED OR RETURN-CODE NOT = ZERO
003237         DISPLAY "USRSIG: ROLLS FOR BATCH " WS-THRU-BATCH
003238             " STILL NOT FINISHED - RUN STOPPED"
003239         CLOSE USERSINS, USERMAST
003240         GO TO 1200-EXIT
003241     END-IF.
003242     DISPLAY "USRSIG: ROLLS FOR BATCH " WS-THRU-BATCH " FINISHED".
003243     PERFORM 1400-START-INSTRUCTIONS THRU 1400-EXIT.
003244 1200-EXIT.
003245     EXIT.

003246*----------------------------------------------------------
003247* 1400-START-INSTRUCTIONS - BACK TO THE FIRST INSTRUCTION ON FILE
003248* FOR A FRESH PASS.  AN EMPTY FILE HAS NOTHING TO START ON.
003249*----------------------------------------------------------
003250 1400-START-INSTRUCTIONS.
003251     MOVE "N" TO WS-EOF-SW.
003252     MOVE ZERO TO SIN-INSTR-ID.
003253     START USERSINS KEY IS NOT LESS THAN SIN-INSTR-ID
003254         INVALID KEY
003255             SET WS-NO-MORE-INSTRUCTIONS TO TRUE
003256     END-START.
003257 1400-EXIT.
003258     EXIT.

003259*----------------------------------------------------------
003260* 2000-PROCESS-INSTRUCTION - READ ONE INSTRUCTION.  AN ACTIVE ONE
003270* DUE ON OR BEFORE WS-THRU-DATE HAS EVERY DUE OCCURRENCE WORKED.
003275* ON THE GENERATE PASS THAT IS DONE IN STORAGE ONLY; ON THE ROLL
003280* PASS THE INSTRUCTION IS REWRITTEN WITH ITS NEW DUE DATE (AND
003285* STATUS, IF IT HAS ENDED).
003290*----------------------------------------------------------
003300 2000-PROCESS-INSTRUCTION.
003310     READ USERSINS NEXT RECORD
003320         AT END
003330             SET WS-NO-MORE-INSTRUCTIONS TO TRUE
003340             GO TO 2000-EXIT
003350     END-READ.
003355     IF WS-GENERATE-PASS
003360         ADD 1 TO WS-READ-COUNT
003365     END-IF.

003370     IF NOT SIN-ACTIVE OR SIN-NEXT-DUE > WS-THRU-DATE
003380         GO TO 2000-EXIT
003390     END-IF.
003395     IF WS-GENERATE-PASS
003400         ADD 1 TO WS-DUE-COUNT
003405     END-IF.

003410     PERFORM 2500-CHECK-ENDED THRU 2500-EXIT.
003420     PERFORM 2100-WORK-OCCURRENCE THRU 2100-EXIT
003430         UNTIL NOT SIN-ACTIVE OR SIN-NEXT-DUE > WS-THRU-DATE.
003432     IF WS-GENERATE-PASS
003434         GO TO 2000-EXIT
003436     END-IF.

003440     REWRITE SIN-RECORD
003450         INVALID KEY
003460             DISPLAY "USRSIG: REWRITE FAILED FOR INSTRUCTION "
003470                 SIN-INSTR-ID ", STATUS = " WS-USERSINS-STATUS
003480                 " - DUE DATE NOT ROLLED YET"
003490             MOVE 12 TO RETURN-CODE
003495             SET WS-ROLL-FAILED TO TRUE
003500     END-REWRITE.
003510 2000-EXIT.
003520     EXIT.

003530*----------------------------------------------------------
003540* 2100-WORK-OCCURRENCE - GENERATE OR SKIP THE OCCURRENCE DUE ON
003550* SIN-NEXT-DUE, THEN ROLL THE DUE DATE ONE PERIOD ON.  THE ROLL
003555* PASS WRITES NOTHING - IT ONLY STAMPS THE OCCURRENCES GENERATED.
003560*----------------------------------------------------------
003570 2100-WORK-OCCURRENCE.
003580     PERFORM 2200-CHECK-ACCOUNTS THRU 2200-EXIT.
003585     EVALUATE TRUE
003590         WHEN WS-ROLL-PASS
003600             PERFORM 2350-STAMP-INSTRUCTION THRU 2350-EXIT
003630         WHEN WS-SKIP-REASON = SPACES
003640             PERFORM 2300-WRITE-MOVEMENT THRU 2300-EXIT
003642         WHEN OTHER
003644             MOVE "SKIPPED" TO DL-TAG
003646             MOVE WS-SKIP-REASON TO DL-NOTE
003648             PERFORM 2900-REPORT-LINE THRU 2900-EXIT
003650             ADD 1 TO WS-SKIP-COUNT
003660     END-EVALUATE.

003670     PERFORM 2400-ROLL-DUE-DATE THRU 2400-EXIT.
003680     PERFORM 2500-CHECK-ENDED THRU 2500-EXIT.
003690 2100-EXIT.
003700     EXIT.

003710*----------------------------------------------------------
003720* 2200-CHECK-ACCOUNTS - EVERY ACCOUNT THE MOVEMENT TOUCHES MUST
003730* STILL BE ON THE MASTER AND NOT ON HOLD.  ANYTHING ELSE THE
003740* POSTING EDITS CATCH (A WITHDRAWAL PAST THE LOW LIMIT, SAY) IS
003750* LEFT TO USRLOAD AND SUSPENSE, THE SAME AS A KEYED LINE.
003760*----------------------------------------------------------
003770 2200-CHECK-ACCOUNTS.
003780     MOVE SPACES TO WS-SKIP-REASON.

003790     MOVE SIN-ACCOUNT-ID TO MF-USER-ID.
003800     READ USERMAST
003810         INVALID KEY
003820             MOVE "ACCOUNT CLOSED" TO WS-SKIP-REASON
003830             GO TO 2200-EXIT
003840     END-READ.
003850     IF MF-USER-HOLD
003860         MOVE "ACCOUNT ON HOLD" TO WS-SKIP-REASON
003870         GO TO 2200-EXIT
003880     END-IF.

003890     IF NOT SIN-XFER
003900         GO TO 2200-EXIT
003910     END-IF.
003920     MOVE SIN-TO-ID TO MF-USER-ID.
003930     READ USERMAST
003940         INVALID KEY
003950             MOVE "TO ACCOUNT CLOSED" TO WS-SKIP-REASON
003960             GO TO 2200-EXIT
003970     END-READ.
003980     IF MF-USER-HOLD
003990         MOVE "TO ACCOUNT ON HOLD" TO WS-SKIP-REASON
004000     END-IF.
004010 2200-EXIT.
004020     EXIT.

004030*----------------------------------------------------------
004040* 2300-WRITE-MOVEMENT - ONE TRANSACTION LINE INTO THE BATCH AND
004050* ITS AMOUNT INTO THE HASH TOTAL.
004070*----------------------------------------------------------
004080 2300-WRITE-MOVEMENT.
004090     MOVE SIN-TYPE TO GL-CODE.
004100     IF SIN-XFER
004110         MOVE SIN-TO-ID TO GL-TO-ID
004120     ELSE
004130         MOVE "SI" TO GL-TAG-PREFIX
004140         MOVE SIN-INSTR-ID TO GL-TAG-INSTR-ID
004150     END-IF.
004160     MOVE SIN-ACCOUNT-ID TO GL-ID.
004170     MOVE SIN-AMOUNT TO GL-AMOUNT.
004180     WRITE SITX-LINE FROM WS-GEN-LINE.
004190     ADD 1 TO WS-GEN-COUNT.
004200     ADD SIN-AMOUNT TO WS-HASH-TOTAL.

004230     MOVE "GENERATED" TO DL-TAG.
004240     MOVE SPACES TO DL-NOTE.
004250     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.
004257 2300-EXIT.
004258     EXIT.

004259*----------------------------------------------------------
004260* 2350-STAMP-INSTRUCTION - ON THE ROLL PASS, AN OCCURRENCE THE
004261* ACCOUNTS LET THROUGH WAS GENERATED, SO THE INSTRUCTION IS
004262* STAMPED WITH THE DATE AND BATCH IT WAS LAST GENERATED INTO.
004263*----------------------------------------------------------
004264 2350-STAMP-INSTRUCTION.
004265     IF WS-SKIP-REASON = SPACES
004266         MOVE WS-THRU-DATE TO SIN-LAST-GEN-DATE
004267         MOVE WS-THRU-BATCH TO SIN-LAST-BATCH
004268     END-IF.
004269 2350-EXIT.
004270     EXIT.

004280*----------------------------------------------------------
004290* 2400-ROLL-DUE-DATE - ONE PERIOD ON.  WEEKS ARE DAYS; MONTHS,
004300* QUARTERS AND YEARS GO BY THE CALENDAR.
004310*----------------------------------------------------------
004320 2400-ROLL-DUE-DATE.
004330     EVALUATE TRUE
004340         WHEN SIN-WEEKLY
004350             COMPUTE SIN-NEXT-DUE = FUNCTION DATE-OF-INTEGER
004360                 (FUNCTION INTEGER-OF-DATE(SIN-NEXT-DUE) + 7)
004370         WHEN SIN-FORTNIGHTLY
004380             COMPUTE SIN-NEXT-DUE = FUNCTION DATE-OF-INTEGER
004390                 (FUNCTION INTEGER-OF-DATE(SIN-NEXT-DUE) + 14)
004400         WHEN SIN-MONTHLY
004410             MOVE 1 TO WS-ROLL-MONTHS
004420             PERFORM 2410-ROLL-MONTHS THRU 2410-EXIT
004430         WHEN SIN-QUARTERLY
004440             MOVE 3 TO WS-ROLL-MONTHS
004450             PERFORM 2410-ROLL-MONTHS THRU 2410-EXIT
004460         WHEN OTHER
004470             MOVE 12 TO WS-ROLL-MONTHS
004480             PERFORM 2410-ROLL-MONTHS THRU 2410-EXIT
004490     END-EVALUATE.
004500 2400-EXIT.
004510     EXIT.

004520*----------------------------------------------------------
004530* 2410-ROLL-MONTHS - WS-ROLL-MONTHS ON, LANDING ON THE ANCHOR DAY
004540* OR ON THE LAST DAY OF A MONTH TOO SHORT TO HAVE IT.
004550*----------------------------------------------------------
004560 2410-ROLL-MONTHS.
004570     MOVE SIN-NEXT-DUE TO WS-ROLL-DATE.
004580     IF SIN-ANCHOR-DAY = ZERO
004590         MOVE WS-ROLL-DD TO SIN-ANCHOR-DAY
004600     END-IF.
004610     ADD WS-ROLL-MONTHS TO WS-ROLL-MM.
004620     IF WS-ROLL-MM > 12
004630         SUBTRACT 12 FROM WS-ROLL-MM
004640         ADD 1 TO WS-ROLL-YYYY
004650     END-IF.

004660     MOVE WS-ROLL-YYYY TO WS-ME-YYYY.
004670     MOVE WS-ROLL-MM TO WS-ME-MM.
004680     MOVE 1 TO WS-ME-DD.
004690     IF WS-ME-MM = 12
004700         ADD 1 TO WS-ME-YYYY
004710         MOVE 1 TO WS-ME-MM
004720     ELSE
004730         ADD 1 TO WS-ME-MM
004740     END-IF.
004750     COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
004760         (FUNCTION INTEGER-OF-DATE(WS-MONTH-END) - 1).

004770     IF SIN-ANCHOR-DAY > WS-ME-DD
004780         MOVE WS-ME-DD TO WS-ROLL-DD
004790     ELSE
004800         MOVE SIN-ANCHOR-DAY TO WS-ROLL-DD
004810     END-IF.
004820     MOVE WS-ROLL-DATE TO SIN-NEXT-DUE.
004830 2410-EXIT.
004840     EXIT.

004850*----------------------------------------------------------
004860* 2500-CHECK-ENDED - ONCE THE DUE DATE IS PAST A NON-ZERO END DATE
004870* THERE IS NOTHING LEFT TO GENERATE.  ONLY THE GENERATE PASS
004875* REPORTS IT.
004880*----------------------------------------------------------
004890 2500-CHECK-ENDED.
004900     IF SIN-NO-END OR SIN-NEXT-DUE NOT > SIN-END-DATE
004910         GO TO 2500-EXIT
004920     END-IF.
004930     SET SIN-ENDED TO TRUE.
004932     IF WS-ROLL-PASS
004934         GO TO 2500-EXIT
004936     END-IF.
004940     MOVE "ENDED" TO DL-TAG.
004950     MOVE "END DATE REACHED" TO DL-NOTE.
004960     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.
004970     ADD 1 TO WS-ENDED-COUNT.
004980 2500-EXIT.
004990     EXIT.

005000*----------------------------------------------------------
005010* 2900-REPORT-LINE - ONE REPORT LINE FOR THE INSTRUCTION IN HAND,
005020* UNDER THE TAG AND NOTE THE CALLER SET.  THE DUE DATE SHOWN IS
005030* THE OCCURRENCE WORKED - OR, FOR AN ENDED LINE, THE DATE IT WOULD
005040* HAVE FALLEN DUE NEXT.
005050*----------------------------------------------------------
005060 2900-REPORT-LINE.
005070     MOVE SIN-INSTR-ID TO DL-INSTR-ID.
005080     MOVE SIN-TYPE TO DL-TYPE.
005090     MOVE SIN-ACCOUNT-ID TO DL-ACCOUNT.
005100     IF SIN-XFER
005110         MOVE SIN-TO-ID TO DL-TO-ID
005120     ELSE
005130         MOVE SPACES TO DL-TO-ID
005140     END-IF.
005150     MOVE SIN-AMOUNT TO DL-AMOUNT.
005160     MOVE SIN-NEXT-DUE TO DL-DUE-DATE.
005170     WRITE SIG-LINE FROM WS-DETAIL-LINE.
005180 2900-EXIT.
005190     EXIT.

005200*----------------------------------------------------------
005210* 8000-TERMINATE - CLOSE THE BATCH WITH ITS TRAILER, RECORD THE
005215* BATCH NUMBER ON USERSICT WITH ITS ROLLS PENDING, ROLL THE DUE
005220* DATES, AND PRINT THE TOTALS.  THE CONTROL RECORD IS ONLY
005230* WRITTEN ONCE THE BATCH IS COMPLETE, AND NOTHING IS ROLLED UNTIL
005235* IT HAS BEEN.
005240*----------------------------------------------------------
005250 8000-TERMINATE.
005260     MOVE WS-GEN-COUNT TO BT-RECORD-COUNT.
005270     MOVE WS-HASH-TOTAL TO BT-HASH-TOTAL.
005280     WRITE SITX-LINE FROM WS-BATCH-TRAILER.
005290     CLOSE USERSITX.

005300     MOVE WS-GEN-COUNT TO WS-THRU-COUNT.
005310     SET WS-CONTROL-PENDING TO TRUE.
005320     PERFORM 8200-WRITE-CONTROL THRU 8200-EXIT.
005330     IF RETURN-CODE = ZERO
005340         PERFORM 8100-ROLL-INSTRUCTIONS THRU 8100-EXIT
005360     ELSE
005370         DISPLAY "USRSIG: NOTHING ROLLED - NEXT RUN WILL REUSE "
005380             "BATCH "
005390             WS-BATCH-NUMBER
005420     END-IF.
005425     CLOSE USERSINS, USERMAST.

005430     MOVE SPACES TO SIG-LINE.
005440     WRITE SIG-LINE.
005450     MOVE "INSTRUCTIONS ON FILE" TO CT-LABEL.
005460     MOVE WS-READ-COUNT TO CT-COUNT.
005470     WRITE SIG-LINE FROM WS-COUNT-LINE.
005480     MOVE "INSTRUCTIONS DUE" TO CT-LABEL.
005490     MOVE WS-DUE-COUNT TO CT-COUNT.
005500     WRITE SIG-LINE FROM WS-COUNT-LINE.
005510     MOVE "MOVEMENTS GENERATED" TO CT-LABEL.
005520     MOVE WS-GEN-COUNT TO CT-COUNT.
005530     WRITE SIG-LINE FROM WS-COUNT-LINE.
005540     MOVE "AMOUNT GENERATED" TO CA-LABEL.
005550     MOVE WS-HASH-TOTAL TO CA-AMOUNT.
005560     WRITE SIG-LINE FROM WS-AMOUNT-LINE.
005570     MOVE "OCCURRENCES SKIPPED" TO CT-LABEL.
005580     MOVE WS-SKIP-COUNT TO CT-COUNT.
005590     WRITE SIG-LINE FROM WS-COUNT-LINE.
005600     MOVE "INSTRUCTIONS ENDED" TO CT-LABEL.
005610     MOVE WS-ENDED-COUNT TO CT-COUNT.
005620     WRITE SIG-LINE FROM WS-COUNT-LINE.
005630     CLOSE USRSIG.

005640     DISPLAY "USRSIG: BATCH               = " WS-BATCH-NUMBER.
005650     DISPLAY "USRSIG: INSTRUCTIONS DUE    = " WS-DUE-COUNT.
005660     DISPLAY "USRSIG: MOVEMENTS GENERATED = " WS-GEN-COUNT.
005670     DISPLAY "USRSIG: HASH TOTAL          = " WS-HASH-TOTAL.
005680     DISPLAY "USRSIG: OCCURRENCES SKIPPED = " WS-SKIP-COUNT.
005690     DISPLAY "USRSIG: INSTRUCTIONS ENDED  = " WS-ENDED-COUNT.

005700     IF WS-SKIP-COUNT > ZERO AND RETURN-CODE = ZERO
005710         MOVE 4 TO RETURN-CODE
005720     END-IF.
005730 8000-EXIT.
005740     EXIT.

005741*----------------------------------------------------------
005742* 8100-ROLL-INSTRUCTIONS - THE ROLL PASS FOR BATCH WS-THRU-BATCH.
005743* READ THE INSTRUCTIONS AGAIN FROM THE TOP AND ROLL AND REWRITE
005744* EVERY ONE STILL DUE BY WS-THRU-DATE.  ONLY WHEN EVERY REWRITE
005745* HAS GONE THROUGH IS USERSICT MARKED ROLLED - A FAILURE LEAVES
005746* THE ROLLS PENDING FOR THE NEXT RUN TO FINISH.
005747*----------------------------------------------------------
005748 8100-ROLL-INSTRUCTIONS.
005749     SET WS-ROLL-PASS TO TRUE.
005750     MOVE "N" TO WS-ROLL-FAIL-SW.
005751     PERFORM 1400-START-INSTRUCTIONS THRU 1400-EXIT.
005752     PERFORM 2000-PROCESS-INSTRUCTION THRU 2000-EXIT
005753         UNTIL WS-NO-MORE-INSTRUCTIONS.
005754     IF WS-ROLL-FAILED
005755         DISPLAY "USRSIG: ROLLS FOR BATCH " WS-THRU-BATCH
005756             " NOT COMPLETE - THE NEXT RUN WILL FINISH THEM"
005757         GO TO 8100-EXIT
005758     END-IF.

005759     SET WS-CONTROL-DONE TO TRUE.
005760     PERFORM 8200-WRITE-CONTROL THRU 8200-EXIT.
005761 8100-EXIT.
005762     EXIT.

005763*----------------------------------------------------------
005764* 8200-WRITE-CONTROL - REWRITE USERSICT FOR BATCH WS-THRU-BATCH
005765* WITH THE ROLL STATE IN WS-CONTROL-STATE.
005766*----------------------------------------------------------
005767 8200-WRITE-CONTROL.
005768     OPEN OUTPUT USERSICT.
005769     IF WS-USERSICT-STATUS NOT = "00"
005770         DISPLAY "USRSIG: UNABLE TO OPEN USERSICT, STATUS = "
005771             WS-USERSICT-STATUS
005772         MOVE 16 TO RETURN-CODE
005773         GO TO 8200-EXIT
005774     END-IF.
005775     MOVE WS-THRU-BATCH TO SIC-LAST-BATCH.
005776     MOVE WS-THRU-DATE TO SIC-LAST-RUN-DATE.
005777     MOVE WS-THRU-COUNT TO SIC-LAST-COUNT.
005778     MOVE WS-CONTROL-STATE TO SIC-ROLL-STATE.
005779     WRITE SICT-RECORD.
005780     CLOSE USERSICT.
005781 8200-EXIT.
005782     EXIT.

005783 END PROGRAM USRSIG.
