000170* USRACR - MONTHLY SERVICE-FEE AND INTEREST ACCRUAL RUN.
000180*
000190* WALKS USERMAST TOP TO BOTTOM AND, FOR EVERY ACTIVE ACCOUNT,
000200* CREDITS INTEREST EARNED ON THE CURRENT BALANCE AND CHARGES
000210* THE MONTHLY MAINTENANCE FEE.  THIS REPLACES THE CLERK
000220* HAND-KEYING A D AND A W INTO USERTRAN FOR EVERY ACCOUNT ONCE
000230* A MONTH.
000240*
000280* ANNUAL RATE IN PERCENT; ONE MONTH'S INTEREST IS
000290* BALANCE * RATE / 1200, ROUNDED.
000300*
000302* THE INTEREST AND THE FEE ARE POSTED AS TWO SEPARATE USERHIST
000304* MOVEMENTS WITH SOURCE JOB USRACR - THE INTEREST FIRST, MARKED
000306* HIST-INTEREST, THEN THE FEE, MARKED HIST-FEE - SO THE
000308* STATEMENT CAN SHOW BOTH AND USRTAX CAN TOTAL A CUSTOMER'S
000310* INTEREST FOR THE YEAR.  A ZERO AMOUNT IS NOT WRITTEN.  USRRCN
000320* LEG 2 STILL PROVES THE NIGHT.  AN ACCOUNT WHOSE NET RESULT
000330* WOULD LAND OUTSIDE THE PARM-LOW-BAL / PARM-HOLD-BAL RANGE IS
000340* NOT POSTED - THE INTEREST AND THE FEE ARE WRITTEN TO THE
000350* USERSUSP QUEUE AS A D AND A W TRANSACTION LINE, STILL MARKED
000355* AS INTEREST AND FEE, THAT THE OPERATOR CAN REVIEW AND RECYCLE
000360* THROUGH USRSMT, NEVER SILENTLY FORCED ONTO THE
000365* MASTER.  AN ACCOUNT THE ACCRUAL WOULD TAKE PAST
000370* PARM-HOLD-BAL IS ALSO PUT ON HOLD, WITH A COMPLIANCE OVER-LIMIT
000375* RECORD ON USERHOLD (SEE USERHLD) FOR ACCOUNT SERVICES TO REVIEW.
000380*
000390* RUN TOTALS - ACCOUNTS TOUCHED, FEES CHARGED, INTEREST PAID -
000400* GO TO THE USRACR REPORT SO THE DOLLARS CAN BE TIED BACK TO THE
000410* ACCOUNTS THEY CAME FROM.
000411*
000412* EACH ACCOUNT'S ACCRUAL IS GIVEN A POSTING REFERENCE - "A", THE
000413* RUN DATE AND THE ACCOUNT'S PLACE IN THE MASTER PASS - CARRIED
000414* ON BOTH ITS USERHIST RECORDS, OR ON ITS USERSUSP ITEM IF IT
000415* COULD NOT POST, SO A QUERIED ACCRUAL CAN BE TRACED OR REVERSED
000416* (V).  A REVERSAL BACKS OUT THE INTEREST AND THE FEE TOGETHER.
000420*-----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-USRACR-STATUS.

000641*    HOLD REASONS - OPTIONAL SO THE FIRST HOLD EVER CAN CREATE
000642*    THE FILE.
000643     SELECT OPTIONAL USERHOLD  ASSIGN TO "USERHOLD"
000644         ORGANIZATION IS INDEXED
000645         ACCESS MODE IS DYNAMIC
000646         RECORD KEY IS HLD-USER-ID
000647         FILE STATUS IS WS-USERHOLD-STATUS.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  USERMAST
000850                   ==PARM-INT-RATE==  BY ==PF-INT-RATE==
000852                   ==PARM-DORM-DAYS== BY ==PF-DORM-DAYS==
000854                   ==PARM-ESCH-DAYS== BY ==PF-ESCH-DAYS==
000855                   ==PARM-AGE-LIMIT== BY ==PF-AGE-LIMIT==
000857                   ==PARM-APPR-LIMIT== BY ==PF-APPR-LIMIT==.

000860 FD  USERHIST
000870     LABEL RECORDS ARE STANDARD.

000900 FD  USERSUSP
000910     LABEL RECORDS ARE STANDARD.
000920 01  SUSP-RECORD                         PIC X(104).

000930 FD  USRACR
000940     LABEL RECORDS ARE STANDARD.
000950 01  ACR-LINE                            PIC X(80).

000952 FD  USERHOLD
000954     LABEL RECORDS ARE STANDARD.
000956 01  HOLD-RECORD.
000958     COPY USERHLD.

000960 WORKING-STORAGE SECTION.
000970 01  WS-PROGRAM-NAME                     PIC X(15)
000980                                         VALUE "USRACR".
001090     05  WS-USERHIST-STATUS              PIC X(02).
001100     05  WS-USERSUSP-STATUS              PIC X(02).
001110     05  WS-USRACR-STATUS                PIC X(02).
001115     05  WS-USERHOLD-STATUS              PIC X(02).

001120 77  WS-EOF-SW                           PIC X(01) VALUE "N".
001130     88  WS-NO-MORE-MASTER-RECS           VALUE "Y".
001200 77  WS-NEW-BAL                          PIC S9(10)V99
001210                                         VALUE ZERO.
001220 77  WS-INTEREST                         PIC 9(09)V99
001222                                         VALUE ZERO.
001224*    THE BALANCE BEFORE THE ACCRUAL, KEPT FOR THE TWO HISTORY
001226*    RECORDS ONCE USER-BAL HAS BEEN MOVED ON.
001228 77  WS-OLD-BAL                          PIC 9(09)V99
001230                                         VALUE ZERO.
001240 77  WS-NET-DELTA                        PIC S9(10)V99
001250                                         VALUE ZERO.
001400                                         VALUE ZERO.
001410 77  WS-NOMOVE-COUNT                     PIC 9(07) COMP
001420                                         VALUE ZERO.
001422 77  WS-HOLD-COUNT                       PIC 9(07) COMP
001424                                         VALUE ZERO.

001430 77  WS-FEE-TOTAL                        PIC 9(13)V99
001440                                         VALUE ZERO.
001470 77  WS-NET-TOTAL                        PIC S9(13)V99
001480                                         VALUE ZERO.

001481 77  WS-HOLD-SW                          PIC X(01) VALUE "N".
001482     88  WS-HOLD-ON-FILE                  VALUE "Y".
001483     88  WS-HOLD-NOT-ON-FILE              VALUE "N".

001484*    POSTING REFERENCE FOR AN ACCRUAL - SEE USERTRN.
001485 01  WS-POST-REF.
001486     05  WS-REF-SOURCE                   PIC X(01) VALUE "A".
001487     05  WS-REF-RUN                      PIC 9(08) VALUE ZERO.
001488     05  WS-REF-SEQ                      PIC 9(07) VALUE ZERO.

001490 01  WS-RUN-DATE                         PIC 9(08).

001491*    THE NOTE ON AN OVER-LIMIT HOLD - WHERE THE ACCRUAL WOULD HAVE
001492*    TAKEN THE BALANCE.
001493 01  WS-LIMIT-NOTE.
001494     05  FILLER                          PIC X(18)
001495         VALUE "BALANCE WOULD BE $".
001496     05  LN-NEW-BAL                      PIC Z(09)9.99.
001497     05  FILLER                          PIC X(09) VALUE SPACES.

001500 01  WS-ACR-HEAD-1.
001510     05  FILLER                          PIC X(33)
001520         VALUE "MONTHLY FEE/INTEREST ACCRUAL RUN ".
001880 1000-INITIALIZE.
001890     INITIALIZE WS-USER.
001900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001905     MOVE WS-RUN-DATE TO WS-REF-RUN.

001910     PERFORM 1100-READ-PARMS THRU 1100-EXIT.

002200     IF WS-USRACR-STATUS NOT = "00"
002210         DISPLAY "USRACR: UNABLE TO OPEN USRACR, STATUS = "
002220             WS-USRACR-STATUS
002221         MOVE 16 TO RETURN-CODE
002222         GO TO 1000-EXIT
002223     END-IF.

002224     OPEN I-O USERHOLD.
002225     IF WS-USERHOLD-STATUS NOT = "00" AND
002226         WS-USERHOLD-STATUS NOT = "05"
002227         DISPLAY "USRACR: UNABLE TO OPEN USERHOLD, STATUS = "
002228             WS-USERHOLD-STATUS
002230         MOVE 16 TO RETURN-CODE
002240         GO TO 1000-EXIT
002250     END-IF.
002860     EXIT.

002870*----------------------------------------------------------
002880* 2100-ACCRUE-ACCOUNT - ONE MONTH'S INTEREST LESS THE FEE.  THE
002890* NET RESULT IS RANGE-CHECKED AGAINST THE USERPARM THRESHOLDS
002900* THE SAME AS 2450-APPLY-DELTA IN USRLOAD -
002910* AN ACCOUNT THE ACCRUAL WOULD PUSH OUT OF RANGE GOES TO
002920* SUSPENSE FOR REVIEW AND THE MASTER IS LEFT UNTOUCHED, EXCEPT
002922* THAT ONE IT WOULD PUSH PAST PARM-HOLD-BAL IS PUT ON HOLD.
002924* INTEREST THAT EXACTLY MEETS THE FEE MOVES NO BALANCE BUT IS
002926* STILL POSTED - THE CUSTOMER EARNED IT AND PAID THE FEE.
002930*----------------------------------------------------------
002940 2100-ACCRUE-ACCOUNT.
002950     SET WS-NOT-SUSPENDED TO TRUE.
002970         USER-BAL * PARM-INT-RATE / 1200.
002980     COMPUTE WS-NET-DELTA = WS-INTEREST - PARM-FEE-AMT.

002990     IF WS-INTEREST = ZERO AND PARM-FEE-AMT = ZERO
003000         ADD 1 TO WS-NOMOVE-COUNT
003010         GO TO 2100-EXIT
003020     END-IF.

003030     COMPUTE WS-NEW-BAL = USER-BAL + WS-NET-DELTA.

003040     IF WS-NET-DELTA NOT = ZERO AND WS-NEW-BAL < PARM-LOW-BAL
003050         MOVE "NEG-BAL" TO SUSP-REASON-CODE
003060         PERFORM 2200-SUSPEND-ACCRUAL THRU 2200-EXIT
003070         GO TO 2100-EXIT
003080     END-IF.
003090     IF WS-NET-DELTA NOT = ZERO AND WS-NEW-BAL > PARM-HOLD-BAL
003100         MOVE "OVER-LIMIT" TO SUSP-REASON-CODE
003110         PERFORM 2200-SUSPEND-ACCRUAL THRU 2200-EXIT
003115         PERFORM 2300-HOLD-OVER-LIMIT THRU 2300-EXIT
003120         GO TO 2100-EXIT
003130     END-IF.

003140     MOVE USER-BAL TO WS-OLD-BAL.
003150     MOVE WS-NEW-BAL TO USER-BAL.

003170     MOVE WS-USER TO MF-USER-RECORD.
003180     REWRITE MF-USER-RECORD
003220     END-REWRITE.

003230     IF NOT WS-IS-SUSPENDED
003240         PERFORM 2150-WRITE-MOVEMENTS THRU 2150-EXIT
003250         ADD 1 TO WS-POST-COUNT
003260         ADD WS-INTEREST TO WS-INT-TOTAL
003270         ADD PARM-FEE-AMT TO WS-FEE-TOTAL

003320*----------------------------------------------------------
003330* 2200-SUSPEND-ACCRUAL - THE MOVEMENT COULD NOT POST, SO QUEUE
003340* IT FOR REVIEW AS D AND W TRANSACTION LINES IN THE TRN-BAL
003350* CONVENTION.  AN OPERATOR WHO AGREES WITH IT CAN RECYCLE THE
003360* LINES THROUGH USRSMT AND THE NEXT USRLOAD RUN; ONE WHO DOES NOT
003370* REJECTS THEM AND THE ACCOUNT IS SIMPLY NOT ACCRUED THIS MONTH.
003371* THE INTEREST AND THE FEE ARE QUEUED AS TWO ITEMS UNDER THE
003372* ONE REFERENCE - A D MARKED I AND A W MARKED F IN THE STATUS
003373* SLOT (SEE USERTRN) - SO A RECYCLED ACCRUAL POSTS THE SAME
003374* HIST-INTEREST AND HIST-FEE MOVEMENTS AS ONE THAT WENT THROUGH
003375* FIRST TIME, AND ITS INTEREST STILL COUNTS TOWARD USRTAX.
003376* A ZERO AMOUNT IS NOT QUEUED.
003380*----------------------------------------------------------
003390 2200-SUSPEND-ACCRUAL.
003400     SET WS-IS-SUSPENDED TO TRUE.
003401     MOVE USER-ID TO SUSP-USER-ID.
003402     MOVE WS-RUN-DATE TO SUSP-DATE.
003403     SET SUSP-OPEN TO TRUE.
003404     MOVE SPACES TO SUSP-OPER-ID.
003405     MOVE WS-READ-COUNT TO WS-REF-SEQ.
003406     MOVE WS-POST-REF TO SUSP-POST-REF.
003410     IF WS-INTEREST NOT = ZERO
003411         MOVE "D" TO WS-SUSP-CODE
003412         MOVE WS-INTEREST TO WS-SUSP-AMT
003413         SET SUSP-INTEREST TO TRUE
003414         PERFORM 2210-WRITE-SUSP-LINE THRU 2210-EXIT
003415     END-IF.
003416     IF PARM-FEE-AMT NOT = ZERO
003420         MOVE "W" TO WS-SUSP-CODE
003450         MOVE PARM-FEE-AMT TO WS-SUSP-AMT
003455         SET SUSP-FEE TO TRUE
003460         PERFORM 2210-WRITE-SUSP-LINE THRU 2210-EXIT
003470     END-IF.
003471     ADD 1 TO WS-SUSP-COUNT.
003472 2200-EXIT.
003473     EXIT.

003474*----------------------------------------------------------
003475* 2210-WRITE-SUSP-LINE - ONE HALF OF A SUSPENDED ACCRUAL AS A
003476* D OR W LINE, ITS MOVEMENT TYPE IN THE STATUS SLOT.
003477*----------------------------------------------------------
003478 2210-WRITE-SUSP-LINE.
003480     MOVE SPACES TO WS-SUSP-LINE.
003490     STRING WS-SUSP-CODE DELIMITED BY SIZE
003500         " " DELIMITED BY SIZE
003530         USER-ID DELIMITED BY SIZE
003540         " +" DELIMITED BY SIZE
003550         WS-SUSP-AMT-X DELIMITED BY SIZE
003552         " " DELIMITED BY SIZE
003554         SUSP-MOVE-TYPE DELIMITED BY SIZE
003560         INTO WS-SUSP-LINE.

003570     MOVE WS-SUSP-LINE TO SUSP-ORIGINAL-INPUT.
003610     WRITE SUSP-RECORD FROM WS-SUSP.
003630 2210-EXIT.
003640     EXIT.

003650*----------------------------------------------------------
003660* 2700-WRITE-HISTORY - APPEND ONE AUDIT RECORD FOR AN ACCRUED
003670* MOVEMENT, SAME TRAIL AS EVERY OTHER BALANCE CHANGE.  THE
003680* SOURCE JOB SAYS USRACR SO THE MONTHLY RUN CAN BE TOLD APART
003690* FROM KEYED WORK ON ANY STATEMENT.  THE CALLER HAS SET THE
003695* BALANCES AND THE MOVE TYPE.
003700*----------------------------------------------------------
003710 2700-WRITE-HISTORY.
003720     MOVE USER-ID TO HIST-USER-ID.
003730     MOVE "USRACR" TO HIST-SOURCE-JOB.
003732     MOVE WS-READ-COUNT TO WS-REF-SEQ.
003735     MOVE SPACES TO HIST-OPER-ID.
003736     MOVE WS-POST-REF TO HIST-POST-REF.
003737     MOVE SPACES TO HIST-REVERSES-REF.
003738     MOVE SPACES TO HIST-OLD-DEPT.
003739     MOVE SPACES TO HIST-NEW-DEPT.
003740     MOVE WS-RUN-DATE TO HIST-EFF-DATE.
003750     WRITE HIST-RECORD.
003760 2700-EXIT.
003950     MOVE "SENT TO SUSPENSE"     TO AC-LABEL.
003960     MOVE WS-SUSP-COUNT TO AC-COUNT.
003970     WRITE ACR-LINE FROM WS-ACR-COUNT-LINE.
003980     MOVE "NOTHING TO POST"      TO AC-LABEL.
003990     MOVE WS-NOMOVE-COUNT TO AC-COUNT.
003992     WRITE ACR-LINE FROM WS-ACR-COUNT-LINE.
003994     MOVE "PLACED ON HOLD"       TO AC-LABEL.
003996     MOVE WS-HOLD-COUNT TO AC-COUNT.
004000     WRITE ACR-LINE FROM WS-ACR-COUNT-LINE.
004010     MOVE "FEES CHARGED"         TO AA-LABEL.
004020     MOVE WS-FEE-TOTAL TO AA-AMOUNT.
004030     WRITE ACR-LINE FROM WS-ACR-AMOUNT-LINE.
004040     MOVE "INTEREST CREDITED"    TO AA-LABEL.
004050     MOVE WS-INT-TOTAL TO AA-AMOUNT.
004060     WRITE ACR-LINE FROM WS-ACR-AMOUNT-LINE.
004070     MOVE "NET MOVEMENT"         TO AA-LABEL.
004130* 8000-TERMINATE - CLOSE THE FILES AND LOG A RUN SUMMARY.
004140*----------------------------------------------------------
004150 8000-TERMINATE.
004160     CLOSE USERMAST, USERHIST, USERSUSP, USRACR, USERHOLD.
004170     DISPLAY "USRACR: ACCOUNTS READ      = " WS-READ-COUNT.
004180     DISPLAY "USRACR: ACTIVE ACCOUNTS    = " WS-ACTIVE-COUNT.
004190     DISPLAY "USRACR: ACCOUNTS POSTED    = " WS-POST-COUNT.
004200     DISPLAY "USRACR: SENT TO SUSPENSE   = " WS-SUSP-COUNT.
004205     DISPLAY "USRACR: PLACED ON HOLD     = " WS-HOLD-COUNT.
004210     DISPLAY "USRACR: FEES CHARGED       = " WS-FEE-TOTAL.
004220     DISPLAY "USRACR: INTEREST CREDITED  = " WS-INT-TOTAL.
004230 8000-EXIT.
004240     EXIT.

004241*----------------------------------------------------------
004242* 2150-WRITE-MOVEMENTS - THE POSTED ACCRUAL AS TWO HISTORY
004243* RECORDS UNDER THE ONE REFERENCE: THE INTEREST CREDITED TAKES
004244* THE BALANCE UP FROM WHERE IT STOOD, THEN THE FEE TAKES IT DOWN
004245* TO WHERE IT NOW STANDS.  INTEREST GOES FIRST SO THE BALANCE IN
004246* BETWEEN CAN NEVER BE NEGATIVE.
004247*----------------------------------------------------------
004248 2150-WRITE-MOVEMENTS.
004249     IF WS-INTEREST NOT = ZERO
004250         MOVE WS-OLD-BAL TO HIST-OLD-BAL
004251         COMPUTE HIST-NEW-BAL = WS-OLD-BAL + WS-INTEREST
004252         SET HIST-INTEREST TO TRUE
004253         PERFORM 2700-WRITE-HISTORY THRU 2700-EXIT
004254     END-IF.
004255     IF PARM-FEE-AMT NOT = ZERO
004256         COMPUTE HIST-OLD-BAL = WS-OLD-BAL + WS-INTEREST
004257         MOVE USER-BAL TO HIST-NEW-BAL
004258         SET HIST-FEE TO TRUE
004259         PERFORM 2700-WRITE-HISTORY THRU 2700-EXIT
004260     END-IF.
004261 2150-EXIT.
004262     EXIT.

004263*----------------------------------------------------------
004264* 2300-HOLD-OVER-LIMIT - THE ACCRUAL WOULD HAVE TAKEN THE ACCOUNT
004265* PAST PARM-HOLD-BAL.  THE MOVEMENT IS ALREADY IN SUSPENSE; THE
004266* ACCOUNT IS PUT ON HOLD AND THE REASON RECORDED ON USERHOLD
004267* UNDER THE ACCRUAL'S REFERENCE, WITH THE BALANCE IT WOULD HAVE
004268* REACHED IN THE NOTE.  ONLY ACTIVE ACCOUNTS ARE ACCRUED, SO THE
004269* ACCOUNT CANNOT ALREADY BE HELD.
004270*----------------------------------------------------------
004271 2300-HOLD-OVER-LIMIT.
004272     SET USER-HOLD TO TRUE.
004273     MOVE WS-USER TO MF-USER-RECORD.
004274     REWRITE MF-USER-RECORD
004275         INVALID KEY
004276             DISPLAY "USRACR: HOLD NOT PLACED FOR " USER-ID
004277                 ", STATUS = " WS-USERMAST-STATUS
004278             GO TO 2300-EXIT
004279     END-REWRITE.
004280     ADD 1 TO WS-HOLD-COUNT.

004281     SET WS-HOLD-ON-FILE TO TRUE.
004282     MOVE USER-ID TO HLD-USER-ID.
004283     READ USERHOLD
004284         INVALID KEY
004285             SET WS-HOLD-NOT-ON-FILE TO TRUE
004286     END-READ.

004287     MOVE SPACES TO HOLD-RECORD.
004288     MOVE USER-ID TO HLD-USER-ID.
004289     SET HLD-ON-HOLD TO TRUE.
004290     SET HLD-COMPLIANCE TO TRUE.
004291     SET HLD-OVER-LIMIT TO TRUE.
004292     MOVE WS-RUN-DATE TO HLD-PLACED-DATE.
004293     MOVE "USRACR" TO HLD-PLACED-JOB.
004294     MOVE WS-POST-REF TO HLD-PLACED-REF.
004295     MOVE WS-NEW-BAL TO LN-NEW-BAL.
004296     MOVE WS-LIMIT-NOTE TO HLD-NOTE.
004297     MOVE ZERO TO HLD-RELEASE-DATE.
004298     IF WS-HOLD-ON-FILE
004299         REWRITE HOLD-RECORD
004300     ELSE
004301         WRITE HOLD-RECORD
004302     END-IF.
004303     IF WS-USERHOLD-STATUS NOT = "00"
004304         DISPLAY "USRACR: HOLD REASON NOT RECORDED FOR "
004305             USER-ID ", STATUS = " WS-USERHOLD-STATUS
004306     END-IF.
004307 2300-EXIT.
004308     EXIT.

004309 END PROGRAM USRACR.
