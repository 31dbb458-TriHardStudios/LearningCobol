000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    USRSIM.
000120 AUTHOR.        R F KOVACS.
000130 INSTALLATION.  ACCOUNT SERVICES.
000140 DATE-WRITTEN.  10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* USRSIM - STANDING-INSTRUCTION MAINTENANCE.
000180*
000190* KEEPS THE USERSINS FILE OF RECURRING MOVEMENTS (SEE USERSIN)
000200* THAT USRSIG TURNS INTO A USERTRAN BATCH EVERY NIGHT.  THE
000210* OPERATOR SIGNS ON AND THEN WORKS ONE INSTRUCTION AT A TIME:
000220*
000230*     A - ADD: KEY A NEW INSTRUCTION - TYPE, ACCOUNT (AND THE
000240*         RECEIVING ACCOUNT FOR A TRANSFER), AMOUNT, FREQUENCY,
000250*         FIRST DUE DATE AND OPTIONAL END DATE.
000260*     C - CHANGE: THE CURRENT VALUES ARE SHOWN AND EACH FIELD IS
000270*         PROMPTED AGAIN; ENTER ALONE KEEPS WHAT IS THERE.  AN END
000280*         DATE OF 00000000 TAKES THE END DATE OFF.
000290*     X - CANCEL: THE INSTRUCTION IS MARKED CANCELLED AND NEVER
000300*         GENERATED AGAIN.  IT STAYS ON FILE FOR AUDIT.
000302*     P - APPROVE: A SECOND OPERATOR APPROVES OR DECLINES AN ADD
000304*         OR A RAISE HELD FOR DUAL CONTROL (SEE BELOW).
000310*     Q - QUIT.
000320*
000330* AN ADD OR CHANGE IS EDITED WHOLE BEFORE ANYTHING IS WRITTEN:
000340* THE TYPE AND FREQUENCY MUST BE KNOWN CODES, EVERY ACCOUNT NAMED
000350* MUST BE ON THE MASTER (A TRANSFER'S TWO SIDES MUST DIFFER), THE
000360* AMOUNT MUST BE ABOVE ZERO, THE NEXT DUE DATE MUST BE A REAL DATE
000370* NOT BEFORE TODAY, AND AN END DATE MUST NOT FALL BEFORE IT.  A
000380* FAILED EDIT IS REFUSED WITH THE REASON AND THE FILE IS LEFT AS
000390* IT WAS.  AN ACCOUNT ON HOLD CAN CARRY AN INSTRUCTION - USRSIG
000400* SKIPS THE OCCURRENCES THAT FALL DUE WHILE THE HOLD IS ON.
000410*
000420* IDS, ACCOUNTS, AMOUNTS AND DATES ARE KEYED AS ALL DIGITS, ZERO-
000430* FILLED - THE AMOUNT AS 11 DIGITS WITH THE LAST 2 THE CENTS, THE
000440* SAME AS A TRANSACTION LINE'S BALANCE WITHOUT THE SIGN.
000450*
000460* EVERY INSTRUCTION ADDED, CHANGED OR CANCELLED IS STAMPED WITH
000465* THE SIGNED-ON OPERATOR AND THE DATE.
000466*
000467* DUAL CONTROL.  THE APPROVAL LIMIT IS READ FROM THE USERPARM
000468* CONTROL FILE (PARM-APPR-LIMIT, ZERO MEANS OFF) AS THE CONSOLE
000469* READS IT.  AN ADD FOR MORE THAN THE LIMIT IS WRITTEN PENDING
000470* AND USRSIG DOES NOT GENERATE IT.  A CHANGE THAT RAISES THE
000471* AMOUNT ABOVE THE LIMIT IS WRITTEN WITH EVERY OTHER FIELD
000472* APPLIED BUT THE AMOUNT LEFT AS IT WAS AND THE NEW ONE HELD IN
000473* SIN-PEND-AMOUNT; A LATER CHANGE THAT KEYS ANY OTHER AMOUNT, OR
000474* CHANGES ANY OTHER FIELD, DROPS THE HELD RAISE.  ONCE THE
000475* AMOUNT ON FILE, HELD OR NEWLY KEYED IS OVER THE LIMIT, ONE
000476* OPERATOR CANNOT CHANGE THE TYPE, EITHER ACCOUNT OR THE
000477* FREQUENCY, NOR TAKE THE END DATE OFF OR MOVE IT LATER - THE
000478* CHANGE IS REFUSED, AND THE INSTRUCTION MUST BE CANCELLED AND
000479* ADDED AGAIN, WHICH HOLDS IT FOR APPROVAL.  A HELD ADD OR
000480* RAISE WAITS FOR A P FROM AN OPERATOR
000481* OTHER THAN THE ONE WHO KEYED IT.  APPROVED, THE ADD GOES
000482* ACTIVE OR THE RAISE TAKES EFFECT; DECLINED, THE ADD IS
000483* CANCELLED OR THE RAISE DROPPED.  A PENDING ADD WHOSE FIRST DUE
000484* DATE HAS PASSED CANNOT BE APPROVED - DECLINE IT AND ADD IT
000485* AGAIN.
000486*-----------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520*    OPTIONAL SO THE FIRST ADD CAN CREATE THE FILE.
000530     SELECT OPTIONAL USERSINS  ASSIGN TO "USERSINS"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS SIN-INSTR-ID
000570         FILE STATUS IS WS-USERSINS-STATUS.

000580     SELECT USERMAST  ASSIGN TO "USERMAST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS MF-USER-ID
000620         ALTERNATE RECORD KEY IS MF-USER-NAME
000630             WITH DUPLICATES
000640         FILE STATUS IS WS-USERMAST-STATUS.

000642     SELECT USERPARM  ASSIGN TO "USERPARM"
000644         ORGANIZATION IS LINE SEQUENTIAL
000646         FILE STATUS IS WS-USERPARM-STATUS.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  USERSINS
000680     LABEL RECORDS ARE STANDARD.
000690 01  SIN-RECORD.
000700     COPY USERSIN.

000710 FD  USERMAST
000720     LABEL RECORDS ARE STANDARD.
000730 01  MF-USER-RECORD.
000740     COPY USERREC
000750         REPLACING ==USER-NAME==     BY ==MF-USER-NAME==
000760                   ==USER-ID==       BY ==MF-USER-ID==
000770                   ==USER-STATUS==   BY ==MF-USER-STATUS==
000780                   ==USER-ACTIVE==   BY ==MF-USER-ACTIVE==
000790                   ==USER-INACTIVE== BY ==MF-USER-INACTIVE==
000800                   ==USER-HOLD==     BY ==MF-USER-HOLD==
000810                   ==USER-BAL==      BY ==MF-USER-BAL==
000817                   ==USER-DEPT==     BY ==MF-USER-DEPT==.

000818 FD  USERPARM
000819     LABEL RECORDS ARE STANDARD.
000820 01  PF-PARM-RECORD.
000821     COPY USERPRM
000822         REPLACING ==PARM-LOW-BAL==   BY ==PF-LOW-BAL==
000823                   ==PARM-HOLD-BAL==  BY ==PF-HOLD-BAL==
000824                   ==PARM-FEE-AMT==   BY ==PF-FEE-AMT==
000825                   ==PARM-INT-RATE==  BY ==PF-INT-RATE==
000826                   ==PARM-DORM-DAYS== BY ==PF-DORM-DAYS==
000827                   ==PARM-ESCH-DAYS== BY ==PF-ESCH-DAYS==
000828                   ==PARM-AGE-LIMIT== BY ==PF-AGE-LIMIT==
000829                   ==PARM-APPR-LIMIT== BY ==PF-APPR-LIMIT==.

000830 WORKING-STORAGE SECTION.
000840 01  WS-PROGRAM-NAME                     PIC X(15)
000850                                         VALUE "USRSIM".

000860 01  WS-FILE-STATUSES.
000870     05  WS-USERSINS-STATUS              PIC X(02).
000880     05  WS-USERMAST-STATUS              PIC X(02).
000890         88  WS-USERMAST-OK               VALUE "00".
000892     05  WS-USERPARM-STATUS              PIC X(02).

000894 01  WS-PARM.
000896     COPY USERPRM.

000900 77  WS-QUIT-SW                          PIC X(01) VALUE "N".
000910     88  WS-OPERATOR-QUIT                 VALUE "Y".

000920 77  WS-ACTION-SW                        PIC X(01) VALUE "N".
000930     88  WS-ACTION-VALID                  VALUE "Y".

000940 77  WS-ACTION                           PIC X(01) VALUE SPACE.
000950     88  WS-ACTION-ADD                    VALUE "A".
000960     88  WS-ACTION-CHANGE                 VALUE "C".
000970     88  WS-ACTION-CANCEL                 VALUE "X".
000975     88  WS-ACTION-APPROVE                VALUE "P".
000980     88  WS-ACTION-QUIT                   VALUE "Q".

000990 77  WS-ID-SW                            PIC X(01) VALUE "N".
001000     88  WS-ID-OK                         VALUE "Y".
001010     88  WS-ID-BAD                        VALUE "N".

001020 77  WS-DUE-SW                           PIC X(01) VALUE "N".
001030     88  WS-DUE-CHANGED                   VALUE "Y".
001040     88  WS-DUE-UNCHANGED                 VALUE "N".

001050 77  WS-DATE-SW                          PIC X(01) VALUE "N".
001060     88  WS-DATE-VALID                    VALUE "Y".
001070     88  WS-DATE-INVALID                  VALUE "N".

001080 77  WS-FOUND-SW                         PIC X(01) VALUE "N".
001090     88  WS-ACCOUNT-FOUND                 VALUE "Y".
001100     88  WS-ACCOUNT-NOT-FOUND             VALUE "N".

001102*    SET WHEN AN ADD OR RAISE IS HELD FOR A SECOND OPERATOR.
001104 77  WS-HELD-SW                          PIC X(01) VALUE "N".
001106     88  WS-HELD-FOR-APPROVAL             VALUE "Y".

001107*    SET WHEN A CHANGE MOVES ANYTHING BUT THE AMOUNT.
001108 77  WS-OTHER-SW                         PIC X(01) VALUE "N".
001109     88  WS-OTHER-CHANGED                 VALUE "Y".

001110 77  WS-CONFIRM                          PIC X(01) VALUE SPACE.

001120 77  WS-ADD-COUNT                        PIC 9(07) COMP
001130                                         VALUE ZERO.
001140 77  WS-CHANGE-COUNT                     PIC 9(07) COMP
001150                                         VALUE ZERO.
001160 77  WS-CANCEL-COUNT                     PIC 9(07) COMP
001170                                         VALUE ZERO.
001180 77  WS-REFUSE-COUNT                     PIC 9(07) COMP
001190                                         VALUE ZERO.
001191 77  WS-HELD-COUNT                       PIC 9(07) COMP
001192                                         VALUE ZERO.
001193 77  WS-APPROVE-COUNT                    PIC 9(07) COMP
001194                                         VALUE ZERO.
001195 77  WS-DECLINE-COUNT                    PIC 9(07) COMP
001196                                         VALUE ZERO.

001200*    THE SIGNED-ON OPERATOR - REQUIRED BEFORE ANYTHING IS KEYED,
001210*    AND STAMPED ON EVERY INSTRUCTION TOUCHED.
001220 77  WS-OPER-ID                          PIC X(08) VALUE SPACES.

001230*    WHY AN ADD OR CHANGE WAS REFUSED - SPACES WHEN IT PASSED.
001240 77  WS-EDIT-MSG                         PIC X(50) VALUE SPACES.

001250 01  WS-RUN-DATE                         PIC 9(08).

001252*    THE AMOUNT ON FILE BEFORE A CHANGE, TO TELL A RAISE.
001254 01  WS-PRIOR-AMOUNT                     PIC 9(09)V99.

001255*    THE REST OF THE INSTRUCTION AS IT WAS BEFORE A CHANGE, TO
001256*    TELL WHAT ELSE THE CHANGE MOVED.
001257 01  WS-PRIOR-TERMS.
001258     05  WS-PRIOR-TYPE                   PIC X(01).
001259     05  WS-PRIOR-ACCOUNT                PIC 9(08).
001260     05  WS-PRIOR-TO-ID                  PIC 9(08).
001261     05  WS-PRIOR-FREQ                   PIC X(01).
001262     05  WS-PRIOR-NEXT-DUE               PIC 9(08).
001263     05  WS-PRIOR-END-DATE               PIC 9(08).

001264*    WHAT THE OPERATOR KEYED, FIELD BY FIELD, BEFORE IT IS CHECKED
001270*    FOR DIGITS AND MOVED ONTO THE RECORD.  SPACES MEANS NOTHING
001280*    WAS KEYED.
001290 01  WS-INPUT.
001300     05  WS-IN-INSTR-ID                  PIC X(06).
001310     05  WS-IN-INSTR-ID-NUM REDEFINES WS-IN-INSTR-ID
001320                                         PIC 9(06).
001330     05  WS-IN-TYPE                      PIC X(01).
001340     05  WS-IN-ACCOUNT                   PIC X(08).
001350     05  WS-IN-ACCOUNT-NUM REDEFINES WS-IN-ACCOUNT
001360                                         PIC 9(08).
001370     05  WS-IN-TO-ID                     PIC X(08).
001380     05  WS-IN-TO-ID-NUM REDEFINES WS-IN-TO-ID
001390                                         PIC 9(08).
001400     05  WS-IN-AMOUNT                    PIC X(11).
001410     05  WS-IN-AMOUNT-NUM REDEFINES WS-IN-AMOUNT
001420                                         PIC 9(09)V99.
001430     05  WS-IN-FREQ                      PIC X(01).
001440     05  WS-IN-NEXT-DUE                  PIC X(08).
001450     05  WS-IN-NEXT-DUE-NUM REDEFINES WS-IN-NEXT-DUE
001460                                         PIC 9(08).
001470     05  WS-IN-END-DATE                  PIC X(08).
001480     05  WS-IN-END-DATE-NUM REDEFINES WS-IN-END-DATE
001490                                         PIC 9(08).

001500*    THE DATE UNDER TEST IN 3100-CHECK-DATE, AND THE LAST DAY OF
001510*    ITS MONTH WORKED OUT FROM THE FIRST OF THE MONTH AFTER.
001520 01  WS-CHECK-DATE                       PIC 9(08).
001530 01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
001540     05  WS-CHECK-YYYY                   PIC 9(04).
001550     05  WS-CHECK-MM                     PIC 9(02).
001560     05  WS-CHECK-DD                     PIC 9(02).
001570 01  WS-MONTH-END                        PIC 9(08).
001580 01  WS-MONTH-END-R REDEFINES WS-MONTH-END.
001590     05  WS-ME-YYYY                      PIC 9(04).
001600     05  WS-ME-MM                        PIC 9(02).
001610     05  WS-ME-DD                        PIC 9(02).

001620 01  WS-AMOUNT-DISP                      PIC ZZZ,ZZZ,ZZ9.99.

001630 PROCEDURE DIVISION.

001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001660     IF RETURN-CODE = ZERO
001670         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001680             UNTIL WS-OPERATOR-QUIT
001690         PERFORM 8000-TERMINATE THRU 8000-EXIT
001700     END-IF.
001710     STOP RUN.

001720*----------------------------------------------------------
001730* 1000-INITIALIZE - SIGN THE OPERATOR ON AND OPEN THE FILES.  THE
001740* MASTER IS ONLY EVER READ HERE, TO PROVE THE ACCOUNTS EXIST.
001750*----------------------------------------------------------
001760 1000-INITIALIZE.
001770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

001780     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001785     PERFORM 1200-READ-PARMS THRU 1200-EXIT.

001790*    STATUS 05 IS A SUCCESSFUL OPEN THAT CREATED THE MISSING
001800*    OPTIONAL FILE - THE FIRST SESSION EVER, NOT AN ERROR.
001810     OPEN I-O USERSINS.
001820     IF WS-USERSINS-STATUS NOT = "00" AND
001830         WS-USERSINS-STATUS NOT = "05"
001840         DISPLAY "USRSIM: UNABLE TO OPEN USERSINS, STATUS = "
001850             WS-USERSINS-STATUS
001860         MOVE 16 TO RETURN-CODE
001870         GO TO 1000-EXIT
001880     END-IF.

001890     OPEN INPUT USERMAST.
001900     IF NOT WS-USERMAST-OK
001910         DISPLAY "USRSIM: UNABLE TO OPEN USERMAST, STATUS = "
001920             WS-USERMAST-STATUS
001930         MOVE 16 TO RETURN-CODE
001940         GO TO 1000-EXIT
001950     END-IF.
001960 1000-EXIT.
001970     EXIT.

001980*----------------------------------------------------------
001990* 1100-SIGN-ON - NOTHING IS KEYED WITHOUT KNOWING WHO KEYED IT.
002000* PROMPT UNTIL AN OPERATOR ID IS ENTERED.
002010*----------------------------------------------------------
002020 1100-SIGN-ON.
002030     PERFORM 1110-GET-OPERATOR THRU 1110-EXIT
002040         UNTIL WS-OPER-ID NOT = SPACES.
002050     DISPLAY "OPERATOR " WS-OPER-ID " SIGNED ON".
002060 1100-EXIT.
002070     EXIT.

002080 1110-GET-OPERATOR.
002090     DISPLAY "ENTER OPERATOR ID:".
002100     ACCEPT WS-OPER-ID.
002110 1110-EXIT.
002116     EXIT.

002117*----------------------------------------------------------
002118* 1200-READ-PARMS - LOAD THE APPROVAL LIMIT.  A MISSING OR EMPTY
002119* CONTROL FILE, OR A CARD CUT BEFORE THE LIMIT EXISTED, LEAVES IT
002120* OFF (ZERO).
002121*----------------------------------------------------------
002122 1200-READ-PARMS.
002123     MOVE ZERO TO PARM-APPR-LIMIT.

002124     OPEN INPUT USERPARM.
002125     IF WS-USERPARM-STATUS = "00"
002126         READ USERPARM INTO PF-PARM-RECORD
002127             AT END
002128                 CONTINUE
002129             NOT AT END
002130                 MOVE PF-PARM-RECORD TO WS-PARM
002131         END-READ
002132         CLOSE USERPARM
002133     END-IF.

002134     IF PARM-APPR-LIMIT IS NOT NUMERIC
002135         MOVE ZERO TO PARM-APPR-LIMIT
002136     END-IF.
002137 1200-EXIT.
002138     EXIT.

002139*----------------------------------------------------------
002140* 2000-PROCESS-REQUEST - ONE ADD, CHANGE, CANCEL OR APPROVAL, OR
002145* THE QUIT.
002150*----------------------------------------------------------
002160 2000-PROCESS-REQUEST.
002170     DISPLAY " ".
002180     MOVE "N" TO WS-ACTION-SW.
002190     PERFORM 2050-GET-ACTION THRU 2050-EXIT
002200         UNTIL WS-ACTION-VALID.

002210     EVALUATE TRUE
002220         WHEN WS-ACTION-ADD
002230             PERFORM 2100-ADD-INSTRUCTION THRU 2100-EXIT
002240         WHEN WS-ACTION-CHANGE
002250             PERFORM 2200-CHANGE-INSTRUCTION THRU 2200-EXIT
002260         WHEN WS-ACTION-CANCEL
002270             PERFORM 2300-CANCEL-INSTRUCTION THRU 2300-EXIT
002272         WHEN WS-ACTION-APPROVE
002274             PERFORM 2350-APPROVE-INSTRUCTION THRU 2350-EXIT
002280         WHEN WS-ACTION-QUIT
002290             SET WS-OPERATOR-QUIT TO TRUE
002300     END-EVALUATE.
002310 2000-EXIT.
002320     EXIT.

002330*----------------------------------------------------------
002340* 2050-GET-ACTION - PROMPT UNTIL THE OPERATOR KEYS A VALID ACTION.
002350*----------------------------------------------------------
002360 2050-GET-ACTION.
002370     DISPLAY "ACTION? A=ADD C=CHANGE X=CANCEL P=APPROVE Q=QUIT".
002380     ACCEPT WS-ACTION.
002390     IF WS-ACTION-ADD OR WS-ACTION-CHANGE
002400         OR WS-ACTION-CANCEL OR WS-ACTION-APPROVE
002405         OR WS-ACTION-QUIT
002410         SET WS-ACTION-VALID TO TRUE
002420     ELSE
002430         DISPLAY "INVALID ACTION: " WS-ACTION
002440     END-IF.
002450 2050-EXIT.
002460     EXIT.

002470*----------------------------------------------------------
002480* 2100-ADD-INSTRUCTION - A NEW INSTRUCTION UNDER AN ID NOT YET ON
002490* FILE.  EVERY FIELD BUT THE END DATE MUST BE KEYED.  ONE FOR MORE
002495* THAN THE APPROVAL LIMIT IS WRITTEN PENDING.
002500*----------------------------------------------------------
002510 2100-ADD-INSTRUCTION.
002520     PERFORM 2500-GET-INSTR-ID THRU 2500-EXIT.
002530     IF WS-ID-BAD
002540         GO TO 2100-EXIT
002550     END-IF.

002560     MOVE WS-IN-INSTR-ID-NUM TO SIN-INSTR-ID.
002570     READ USERSINS
002580         INVALID KEY
002590             CONTINUE
002600         NOT INVALID KEY
002610             DISPLAY "INSTRUCTION " SIN-INSTR-ID
002620                 " IS ALREADY ON FILE - USE C TO CHANGE IT"
002630             GO TO 2100-EXIT
002640     END-READ.

002650     INITIALIZE SIN-RECORD.
002660     MOVE WS-IN-INSTR-ID-NUM TO SIN-INSTR-ID.
002670     SET SIN-ACTIVE TO TRUE.

002680     PERFORM 2600-GET-FIELDS THRU 2600-EXIT.
002690     PERFORM 2700-APPLY-FIELDS THRU 2700-EXIT.
002700     SET WS-DUE-CHANGED TO TRUE.
002710     IF WS-EDIT-MSG = SPACES
002720         PERFORM 3000-EDIT-INSTRUCTION THRU 3000-EXIT
002730     END-IF.
002740     IF WS-EDIT-MSG NOT = SPACES
002750         DISPLAY "ADD REFUSED - " WS-EDIT-MSG
002760         ADD 1 TO WS-REFUSE-COUNT
002770         GO TO 2100-EXIT
002780     END-IF.

002790     MOVE WS-RUN-DATE TO SIN-ADDED-DATE.
002800     MOVE WS-RUN-DATE TO SIN-CHANGED-DATE.
002810     MOVE WS-OPER-ID TO SIN-OPER-ID.
002811     MOVE ZERO TO SIN-PEND-AMOUNT.
002812     MOVE SPACES TO SIN-PEND-OPER-ID.
002813     MOVE "N" TO WS-HELD-SW.
002814     IF PARM-APPR-LIMIT > ZERO AND SIN-AMOUNT > PARM-APPR-LIMIT
002815         SET SIN-PENDING TO TRUE
002816         MOVE WS-OPER-ID TO SIN-PEND-OPER-ID
002817         SET WS-HELD-FOR-APPROVAL TO TRUE
002818     END-IF.
002820     WRITE SIN-RECORD
002830         INVALID KEY
002840             DISPLAY "USRSIM: WRITE FAILED FOR " SIN-INSTR-ID
002850                 ", STATUS = " WS-USERSINS-STATUS
002860             ADD 1 TO WS-REFUSE-COUNT
002870             GO TO 2100-EXIT
002880     END-WRITE.
002890     DISPLAY "INSTRUCTION " SIN-INSTR-ID " ADDED, FIRST DUE "
002900         SIN-NEXT-DUE.
002910     ADD 1 TO WS-ADD-COUNT.
002912     IF WS-HELD-FOR-APPROVAL
002914         PERFORM 2390-SHOW-HELD THRU 2390-EXIT
002916     END-IF.
002920 2100-EXIT.
002930     EXIT.

002940*----------------------------------------------------------
002950* 2200-CHANGE-INSTRUCTION - SHOW AN ACTIVE INSTRUCTION, TAKE THE
002960* FIELDS THE OPERATOR RE-KEYS, AND RE-EDIT THE WHOLE RECORD.  ONLY
002970* A NEWLY KEYED NEXT DUE DATE IS HELD TO "NOT BEFORE TODAY" - ONE
002980* LEFT ALONE IS WHATEVER USRSIG LAST ROLLED IT TO.  A RAISE OVER
002985* THE APPROVAL LIMIT IS HELD (SEE 2800-CHECK-RAISE), AND NEW
002987* TERMS ON ONE OVER IT ARE REFUSED (SEE 2750-CHECK-TERMS).
002990*----------------------------------------------------------
003000 2200-CHANGE-INSTRUCTION.
003010     PERFORM 2550-READ-ACTIVE THRU 2550-EXIT.
003020     IF WS-ID-BAD
003030         GO TO 2200-EXIT
003040     END-IF.
003043     MOVE SIN-AMOUNT TO WS-PRIOR-AMOUNT.
003044     MOVE SIN-TYPE TO WS-PRIOR-TYPE.
003045     MOVE SIN-ACCOUNT-ID TO WS-PRIOR-ACCOUNT.
003046     MOVE SIN-TO-ID TO WS-PRIOR-TO-ID.
003047     MOVE SIN-FREQ TO WS-PRIOR-FREQ.
003048     MOVE SIN-NEXT-DUE TO WS-PRIOR-NEXT-DUE.
003049     MOVE SIN-END-DATE TO WS-PRIOR-END-DATE.

003050     DISPLAY "KEY THE NEW VALUES - ENTER ALONE KEEPS THE "
003060         "CURRENT ONE".
003070     PERFORM 2600-GET-FIELDS THRU 2600-EXIT.
003080     PERFORM 2700-APPLY-FIELDS THRU 2700-EXIT.
003090     IF WS-EDIT-MSG = SPACES
003100         PERFORM 3000-EDIT-INSTRUCTION THRU 3000-EXIT
003102     END-IF.
003104     IF WS-EDIT-MSG = SPACES
003106         PERFORM 2750-CHECK-TERMS THRU 2750-EXIT
003110     END-IF.
003120     IF WS-EDIT-MSG NOT = SPACES
003130         DISPLAY "CHANGE REFUSED - " WS-EDIT-MSG
003140         ADD 1 TO WS-REFUSE-COUNT
003150         GO TO 2200-EXIT
003160     END-IF.
003165     PERFORM 2800-CHECK-RAISE THRU 2800-EXIT.

003170     MOVE WS-RUN-DATE TO SIN-CHANGED-DATE.
003180     MOVE WS-OPER-ID TO SIN-OPER-ID.
003190     REWRITE SIN-RECORD
003200         INVALID KEY
003210             DISPLAY "USRSIM: REWRITE FAILED FOR " SIN-INSTR-ID
003220                 ", STATUS = " WS-USERSINS-STATUS
003230             ADD 1 TO WS-REFUSE-COUNT
003240             GO TO 2200-EXIT
003250     END-REWRITE.
003260     DISPLAY "INSTRUCTION " SIN-INSTR-ID " CHANGED, NEXT DUE "
003270         SIN-NEXT-DUE.
003280     ADD 1 TO WS-CHANGE-COUNT.
003282     IF WS-HELD-FOR-APPROVAL
003284         PERFORM 2390-SHOW-HELD THRU 2390-EXIT
003286     END-IF.
003290 2200-EXIT.
003300     EXIT.

003310*----------------------------------------------------------
003320* 2300-CANCEL-INSTRUCTION - SHOW AN ACTIVE INSTRUCTION AND, ON
003330* CONFIRMATION, MARK IT CANCELLED.
003340*----------------------------------------------------------
003350 2300-CANCEL-INSTRUCTION.
003360     PERFORM 2550-READ-ACTIVE THRU 2550-EXIT.
003370     IF WS-ID-BAD
003380         GO TO 2300-EXIT
003390     END-IF.

003400     DISPLAY "CANCEL THIS INSTRUCTION? Y=YES".
003410     ACCEPT WS-CONFIRM.
003420     IF WS-CONFIRM NOT = "Y"
003430         DISPLAY "INSTRUCTION " SIN-INSTR-ID " LEFT AS IT WAS"
003440         GO TO 2300-EXIT
003450     END-IF.

003460     SET SIN-CANCELLED TO TRUE.
003470     MOVE WS-RUN-DATE TO SIN-CHANGED-DATE.
003477     MOVE WS-OPER-ID TO SIN-OPER-ID.
003478     REWRITE SIN-RECORD
003479         INVALID KEY
003480             DISPLAY "USRSIM: REWRITE FAILED FOR " SIN-INSTR-ID
003481                 ", STATUS = " WS-USERSINS-STATUS
003482             GO TO 2300-EXIT
003483     END-REWRITE.
003484     DISPLAY "INSTRUCTION " SIN-INSTR-ID " CANCELLED".
003485     ADD 1 TO WS-CANCEL-COUNT.
003486 2300-EXIT.
003487     EXIT.

003488*----------------------------------------------------------
003489* 2350-APPROVE-INSTRUCTION - SHOW AN INSTRUCTION WITH AN ADD OR A
003490* RAISE WAITING FOR APPROVAL AND TAKE THE SECOND OPERATOR'S
003491* DECISION.  THE OPERATOR WHO KEYED IT CAN NEITHER APPROVE NOR
003492* DECLINE IT.  ENTER ALONE LEAVES IT WAITING.
003493*----------------------------------------------------------
003494 2350-APPROVE-INSTRUCTION.
003495     PERFORM 2500-GET-INSTR-ID THRU 2500-EXIT.
003496     IF WS-ID-BAD
003497         GO TO 2350-EXIT
003498     END-IF.

003499     MOVE WS-IN-INSTR-ID-NUM TO SIN-INSTR-ID.
003500     READ USERSINS
003501         INVALID KEY
003502             DISPLAY "INSTRUCTION " SIN-INSTR-ID " IS NOT ON FILE"
003503             GO TO 2350-EXIT
003504     END-READ.
003505     PERFORM 2560-CHECK-PENDING THRU 2560-EXIT.
003506     PERFORM 2400-SHOW-INSTRUCTION THRU 2400-EXIT.
003507     IF NOT SIN-PENDING
003508         AND (NOT SIN-ACTIVE OR SIN-NO-PEND-AMOUNT)
003509         DISPLAY "INSTRUCTION " SIN-INSTR-ID
003510             " HAS NOTHING WAITING FOR APPROVAL"
003511         GO TO 2350-EXIT
003512     END-IF.
003513     IF SIN-PEND-OPER-ID = WS-OPER-ID
003514         DISPLAY "KEYED BY " WS-OPER-ID
003515             " - A DIFFERENT OPERATOR MUST DECIDE IT"
003516         ADD 1 TO WS-REFUSE-COUNT
003517         GO TO 2350-EXIT
003518     END-IF.

003519     DISPLAY "Y=APPROVE N=DECLINE, ENTER ALONE LEAVES IT WAITING".
003520     MOVE SPACE TO WS-CONFIRM.
003521     ACCEPT WS-CONFIRM.
003522     EVALUATE WS-CONFIRM
003523         WHEN "Y"
003524             PERFORM 2360-APPROVE-PENDING THRU 2360-EXIT
003525         WHEN "N"
003526             PERFORM 2370-DECLINE-PENDING THRU 2370-EXIT
003527         WHEN OTHER
003528             DISPLAY "INSTRUCTION " SIN-INSTR-ID " LEFT WAITING"
003529     END-EVALUATE.
003530 2350-EXIT.
003531     EXIT.

003532*----------------------------------------------------------
003533* 2360-APPROVE-PENDING - A PENDING ADD GOES ACTIVE, AS LONG AS ITS
003534* FIRST DUE DATE HAS NOT ALREADY PASSED.  A HELD RAISE BECOMES THE
003535* INSTRUCTION'S AMOUNT.
003536*----------------------------------------------------------
003537 2360-APPROVE-PENDING.
003538     IF SIN-PENDING
003539         IF SIN-NEXT-DUE < WS-RUN-DATE
003540             DISPLAY "FIRST DUE DATE " SIN-NEXT-DUE
003541                 " HAS PASSED - DECLINE IT AND ADD IT AGAIN"
003542             ADD 1 TO WS-REFUSE-COUNT
003543             GO TO 2360-EXIT
003544         END-IF
003545         SET SIN-ACTIVE TO TRUE
003546     ELSE
003547         MOVE SIN-PEND-AMOUNT TO SIN-AMOUNT
003548     END-IF.
003549     MOVE ZERO TO SIN-PEND-AMOUNT.
003550     MOVE SPACES TO SIN-PEND-OPER-ID.
003551     MOVE WS-RUN-DATE TO SIN-CHANGED-DATE.
003552     MOVE WS-OPER-ID TO SIN-OPER-ID.
003553     REWRITE SIN-RECORD
003554         INVALID KEY
003555             DISPLAY "USRSIM: REWRITE FAILED FOR " SIN-INSTR-ID
003556                 ", STATUS = " WS-USERSINS-STATUS
003557             GO TO 2360-EXIT
003558     END-REWRITE.
003559     MOVE SIN-AMOUNT TO WS-AMOUNT-DISP.
003560     DISPLAY "INSTRUCTION " SIN-INSTR-ID " APPROVED BY "
003561         WS-OPER-ID
003562         ", AMOUNT " WS-AMOUNT-DISP.
003563     ADD 1 TO WS-APPROVE-COUNT.
003564 2360-EXIT.
003565     EXIT.

003566*----------------------------------------------------------
003567* 2370-DECLINE-PENDING - A PENDING ADD IS CANCELLED.  A HELD RAISE
003568* IS DROPPED AND THE INSTRUCTION RUNS ON AT ITS OLD AMOUNT.
003569*----------------------------------------------------------
003570 2370-DECLINE-PENDING.
003571     IF SIN-PENDING
003572         SET SIN-CANCELLED TO TRUE
003573     END-IF.
003574     MOVE ZERO TO SIN-PEND-AMOUNT.
003575     MOVE SPACES TO SIN-PEND-OPER-ID.
003576     MOVE WS-RUN-DATE TO SIN-CHANGED-DATE.
003577     MOVE WS-OPER-ID TO SIN-OPER-ID.
003578     REWRITE SIN-RECORD
003579         INVALID KEY
003580             DISPLAY "USRSIM: REWRITE FAILED FOR " SIN-INSTR-ID
003581                 ", STATUS = " WS-USERSINS-STATUS
003582             GO TO 2370-EXIT
003583     END-REWRITE.
003584     DISPLAY "INSTRUCTION " SIN-INSTR-ID " DECLINED BY "
003585         WS-OPER-ID.
003586     ADD 1 TO WS-DECLINE-COUNT.
003587 2370-EXIT.
003588     EXIT.

003589*----------------------------------------------------------
003590* 2390-SHOW-HELD - TELL THE OPERATOR AN ADD OR RAISE IS WAITING.
003591*----------------------------------------------------------
003592 2390-SHOW-HELD.
003593     MOVE PARM-APPR-LIMIT TO WS-AMOUNT-DISP.
003594     DISPLAY "OVER THE APPROVAL LIMIT OF $" WS-AMOUNT-DISP
003595         " - HELD FOR A SECOND OPERATOR TO APPROVE WITH P".
003596     ADD 1 TO WS-HELD-COUNT.
003597 2390-EXIT.
003598     EXIT.

003599*----------------------------------------------------------
003600* 2400-SHOW-INSTRUCTION - THE INSTRUCTION AS IT STANDS ON FILE.
003610*----------------------------------------------------------
003620 2400-SHOW-INSTRUCTION.
003630     MOVE SIN-AMOUNT TO WS-AMOUNT-DISP.
003640     DISPLAY "INSTRUCTION " SIN-INSTR-ID "  TYPE " SIN-TYPE
003650         "  STATUS " SIN-STATUS.
003660     DISPLAY "  ACCOUNT   " SIN-ACCOUNT-ID "  TO " SIN-TO-ID.
003670     DISPLAY "  AMOUNT    " WS-AMOUNT-DISP
003680         "  FREQUENCY " SIN-FREQ.
003690     DISPLAY "  NEXT DUE  " SIN-NEXT-DUE "  END " SIN-END-DATE.
003700     DISPLAY "  LAST CHANGED " SIN-CHANGED-DATE
003710         " BY " SIN-OPER-ID.
003711     IF SIN-PENDING
003712         DISPLAY "  PENDING APPROVAL - KEYED BY " SIN-PEND-OPER-ID
003713     END-IF.
003714     IF SIN-ACTIVE AND NOT SIN-NO-PEND-AMOUNT
003715         MOVE SIN-PEND-AMOUNT TO WS-AMOUNT-DISP
003716         DISPLAY "  RAISE TO  " WS-AMOUNT-DISP
003717             " PENDING APPROVAL - KEYED BY " SIN-PEND-OPER-ID
003718     END-IF.
003720 2400-EXIT.
003730     EXIT.

003740*----------------------------------------------------------
003750* 2500-GET-INSTR-ID - THE 6-DIGIT INSTRUCTION ID.  ZERO IS NOT AN
003760* ID.
003770*----------------------------------------------------------
003780 2500-GET-INSTR-ID.
003790     SET WS-ID-BAD TO TRUE.
003800     DISPLAY "INSTRUCTION ID (6 DIGITS):".
003810     MOVE SPACES TO WS-IN-INSTR-ID.
003820     ACCEPT WS-IN-INSTR-ID.
003830     IF WS-IN-INSTR-ID-NUM IS NOT NUMERIC
003840         OR WS-IN-INSTR-ID-NUM = ZERO
003850         DISPLAY "INSTRUCTION ID MUST BE 6 DIGITS, NOT ALL ZERO"
003860         GO TO 2500-EXIT
003870     END-IF.
003880     SET WS-ID-OK TO TRUE.
003890 2500-EXIT.
003900     EXIT.

003910*----------------------------------------------------------
003920* 2550-READ-ACTIVE - FOR A CHANGE OR CANCEL: THE INSTRUCTION MUST
003930* BE ON FILE AND STILL ACTIVE.  IT IS SHOWN TO THE OPERATOR.
003940*----------------------------------------------------------
003950 2550-READ-ACTIVE.
003960     PERFORM 2500-GET-INSTR-ID THRU 2500-EXIT.
003970     IF WS-ID-BAD
003980         GO TO 2550-EXIT
003990     END-IF.

004000     MOVE WS-IN-INSTR-ID-NUM TO SIN-INSTR-ID.
004010     READ USERSINS
004020         INVALID KEY
004030             DISPLAY "INSTRUCTION " SIN-INSTR-ID " IS NOT ON FILE"
004040             SET WS-ID-BAD TO TRUE
004050             GO TO 2550-EXIT
004060     END-READ.
004065     PERFORM 2560-CHECK-PENDING THRU 2560-EXIT.
004070     PERFORM 2400-SHOW-INSTRUCTION THRU 2400-EXIT.
004071     IF SIN-PENDING
004072         DISPLAY "INSTRUCTION " SIN-INSTR-ID
004073             " IS PENDING APPROVAL - USE P TO DECIDE IT FIRST"
004074         SET WS-ID-BAD TO TRUE
004075         GO TO 2550-EXIT
004076     END-IF.
004080     IF NOT SIN-ACTIVE
004090         DISPLAY "INSTRUCTION " SIN-INSTR-ID
004100             " IS CANCELLED OR ENDED - ADD A NEW ONE INSTEAD"
004110         SET WS-ID-BAD TO TRUE
004120     END-IF.
004128 2550-EXIT.
004129     EXIT.

004130*----------------------------------------------------------
004131* 2560-CHECK-PENDING - A RECORD WRITTEN BEFORE THE DUAL-CONTROL
004132* FIELDS EXISTED CARRIES SPACES IN THEM - NOTHING IS PENDING.
004133*----------------------------------------------------------
004134 2560-CHECK-PENDING.
004135     IF SIN-PEND-AMOUNT IS NOT NUMERIC
004136         MOVE ZERO TO SIN-PEND-AMOUNT
004137         MOVE SPACES TO SIN-PEND-OPER-ID
004138     END-IF.
004139 2560-EXIT.
004140     EXIT.

004150*----------------------------------------------------------
004160* 2600-GET-FIELDS - PROMPT FOR EVERY FIELD.  THE RECEIVING ACCOUNT
004170* IS ONLY ASKED FOR WHEN THE INSTRUCTION IS (OR IS BEING MADE) A
004180* TRANSFER.
004190*----------------------------------------------------------
004200 2600-GET-FIELDS.
004210     MOVE SPACES TO WS-INPUT.
004220     DISPLAY "TYPE (T=TRANSFER D=DEPOSIT W=WITHDRAWAL):".
004230     ACCEPT WS-IN-TYPE.
004240     DISPLAY "ACCOUNT (8 DIGITS - THE PAYING SIDE OF A "
004250         "TRANSFER):".
004260     ACCEPT WS-IN-ACCOUNT.
004270     IF WS-IN-TYPE = "T"
004280         OR (WS-IN-TYPE = SPACE AND SIN-XFER)
004290         DISPLAY "RECEIVING ACCOUNT (8 DIGITS):"
004300         ACCEPT WS-IN-TO-ID
004310     END-IF.
004320     DISPLAY "AMOUNT (11 DIGITS, LAST 2 ARE CENTS):".
004330     ACCEPT WS-IN-AMOUNT.
004340     DISPLAY "FREQUENCY (W=WEEKLY F=FORTNIGHTLY M=MONTHLY "
004350         "Q=QUARTERLY Y=YEARLY):".
004360     ACCEPT WS-IN-FREQ.
004370     DISPLAY "NEXT DUE DATE (YYYYMMDD):".
004380     ACCEPT WS-IN-NEXT-DUE.
004390     DISPLAY "END DATE (YYYYMMDD, 00000000 FOR NONE):".
004400     ACCEPT WS-IN-END-DATE.
004410 2600-EXIT.
004420     EXIT.

004430*----------------------------------------------------------
004440* 2700-APPLY-FIELDS - MOVE EVERY KEYED FIELD ONTO THE RECORD.  A
004450* NUMBER OR DATE THAT IS NOT ALL DIGITS STOPS HERE WITH THE REASON
004460* IN WS-EDIT-MSG.  A NEW NEXT DUE DATE ALSO RESETS THE DAY OF THE
004470* MONTH THE INSTRUCTION IS ANCHORED TO, AND AN INSTRUCTION THAT IS
004480* NOT A TRANSFER CARRIES NO RECEIVING ACCOUNT.
004490*----------------------------------------------------------
004500 2700-APPLY-FIELDS.
004510     MOVE SPACES TO WS-EDIT-MSG.
004520     SET WS-DUE-UNCHANGED TO TRUE.

004530     IF WS-IN-TYPE NOT = SPACE
004540         MOVE WS-IN-TYPE TO SIN-TYPE
004550     END-IF.
004560     IF WS-IN-ACCOUNT NOT = SPACES
004570         IF WS-IN-ACCOUNT-NUM IS NOT NUMERIC
004580             MOVE "ACCOUNT MUST BE KEYED AS 8 DIGITS"
004590                 TO WS-EDIT-MSG
004600             GO TO 2700-EXIT
004610         END-IF
004620         MOVE WS-IN-ACCOUNT-NUM TO SIN-ACCOUNT-ID
004630     END-IF.
004640     IF WS-IN-TO-ID NOT = SPACES
004650         IF WS-IN-TO-ID-NUM IS NOT NUMERIC
004660             MOVE "RECEIVING ACCOUNT MUST BE KEYED AS 8 DIGITS"
004670                 TO WS-EDIT-MSG
004680             GO TO 2700-EXIT
004690         END-IF
004700         MOVE WS-IN-TO-ID-NUM TO SIN-TO-ID
004710     END-IF.
004720     IF NOT SIN-XFER
004730         MOVE ZERO TO SIN-TO-ID
004740     END-IF.
004750     IF WS-IN-AMOUNT NOT = SPACES
004760         IF WS-IN-AMOUNT-NUM IS NOT NUMERIC
004770             MOVE "AMOUNT MUST BE KEYED AS 11 DIGITS"
004780                 TO WS-EDIT-MSG
004790             GO TO 2700-EXIT
004800         END-IF
004810         MOVE WS-IN-AMOUNT-NUM TO SIN-AMOUNT
004820     END-IF.
004830     IF WS-IN-FREQ NOT = SPACE
004840         MOVE WS-IN-FREQ TO SIN-FREQ
004850     END-IF.
004860     IF WS-IN-NEXT-DUE NOT = SPACES
004870         IF WS-IN-NEXT-DUE-NUM IS NOT NUMERIC
004880             MOVE "NEXT DUE DATE MUST BE KEYED AS YYYYMMDD"
004890                 TO WS-EDIT-MSG
004900             GO TO 2700-EXIT
004910         END-IF
004920         MOVE WS-IN-NEXT-DUE-NUM TO SIN-NEXT-DUE
004930         MOVE SIN-NEXT-DUE TO WS-CHECK-DATE
004940         MOVE WS-CHECK-DD TO SIN-ANCHOR-DAY
004950         SET WS-DUE-CHANGED TO TRUE
004960     END-IF.
004970     IF WS-IN-END-DATE NOT = SPACES
004980         IF WS-IN-END-DATE-NUM IS NOT NUMERIC
004981             MOVE "END DATE MUST BE KEYED AS YYYYMMDD"
004982                 TO WS-EDIT-MSG
004983             GO TO 2700-EXIT
004984         END-IF
004985         MOVE WS-IN-END-DATE-NUM TO SIN-END-DATE
004986     END-IF.
004987 2700-EXIT.
004988     EXIT.

004989*----------------------------------------------------------
004990* 2750-CHECK-TERMS - DUAL CONTROL ON WHAT A CHANGE MOVES BESIDES
004991* THE AMOUNT.  ON AN INSTRUCTION WHOSE AMOUNT - ON FILE, HELD OR
004992* NEWLY KEYED - IS OVER THE APPROVAL LIMIT, A NEW TYPE, ACCOUNT,
004993* RECEIVING ACCOUNT OR FREQUENCY, OR AN END DATE TAKEN OFF OR
004994* PUT LATER, IS REFUSED WITH THE REASON IN WS-EDIT-MSG - IT
004995* WOULD SEND THE SAME MONEY SOMEWHERE ELSE, OR MORE OFTEN, ON
004996* ONE OPERATOR'S SAY.  A NEW NEXT DUE DATE OR AN EARLIER END
004997* DATE IS LET THROUGH.  WS-OTHER-CHANGED IS SET FOR 2800.
004998*----------------------------------------------------------
004999 2750-CHECK-TERMS.
005000     MOVE "N" TO WS-OTHER-SW.
005001     IF SIN-TYPE = WS-PRIOR-TYPE
005002         AND SIN-ACCOUNT-ID = WS-PRIOR-ACCOUNT
005003         AND SIN-TO-ID = WS-PRIOR-TO-ID
005004         AND SIN-FREQ = WS-PRIOR-FREQ
005005         AND SIN-NEXT-DUE = WS-PRIOR-NEXT-DUE
005006         AND SIN-END-DATE = WS-PRIOR-END-DATE
005007         GO TO 2750-EXIT
005008     END-IF.
005009     SET WS-OTHER-CHANGED TO TRUE.

005010     IF PARM-APPR-LIMIT = ZERO
005011         GO TO 2750-EXIT
005012     END-IF.
005013     IF WS-PRIOR-AMOUNT NOT > PARM-APPR-LIMIT
005014         AND SIN-AMOUNT NOT > PARM-APPR-LIMIT
005015         AND SIN-PEND-AMOUNT NOT > PARM-APPR-LIMIT
005016         GO TO 2750-EXIT
005017     END-IF.
005018     IF SIN-TYPE NOT = WS-PRIOR-TYPE
005019         OR SIN-ACCOUNT-ID NOT = WS-PRIOR-ACCOUNT
005020         OR SIN-TO-ID NOT = WS-PRIOR-TO-ID
005021         OR SIN-FREQ NOT = WS-PRIOR-FREQ
005022         MOVE "OVER THE APPROVAL LIMIT - CANCEL AND ADD IT AGAIN"
005023             TO WS-EDIT-MSG
005024         GO TO 2750-EXIT
005025     END-IF.
005026     IF WS-PRIOR-END-DATE NOT = ZERO
005027         AND (SIN-NO-END OR SIN-END-DATE > WS-PRIOR-END-DATE)
005028         MOVE "OVER THE APPROVAL LIMIT - CANCEL AND ADD IT AGAIN"
005029             TO WS-EDIT-MSG
005030     END-IF.
005031 2750-EXIT.
005032     EXIT.

005033*----------------------------------------------------------
005034* 2800-CHECK-RAISE - DUAL CONTROL ON A CHANGE.  A NEWLY KEYED
005035* AMOUNT ABOVE BOTH THE OLD ONE AND THE APPROVAL LIMIT IS HELD IN
005036* SIN-PEND-AMOUNT AND THE OLD AMOUNT PUT BACK.  ANY OTHER NEWLY
005037* KEYED AMOUNT, OR A CHANGE TO ANY OTHER FIELD, DROPS A RAISE
005038* STILL WAITING - IT WAS APPROVED FOR THE INSTRUCTION AS IT WAS.
005039*----------------------------------------------------------
005040 2800-CHECK-RAISE.
005041     MOVE "N" TO WS-HELD-SW.
005042     IF WS-IN-AMOUNT = SPACES AND NOT WS-OTHER-CHANGED
005043         GO TO 2800-EXIT
005044     END-IF.
005045     IF PARM-APPR-LIMIT = ZERO
005046         OR SIN-AMOUNT NOT > WS-PRIOR-AMOUNT
005047         OR SIN-AMOUNT NOT > PARM-APPR-LIMIT
005048         IF NOT SIN-NO-PEND-AMOUNT
005049             DISPLAY "RAISE WAITING FOR APPROVAL DROPPED"
005050         END-IF
005051         MOVE ZERO TO SIN-PEND-AMOUNT
005052         MOVE SPACES TO SIN-PEND-OPER-ID
005053         GO TO 2800-EXIT
005054     END-IF.

005055     MOVE SIN-AMOUNT TO SIN-PEND-AMOUNT.
005056     MOVE WS-PRIOR-AMOUNT TO SIN-AMOUNT.
005057     MOVE WS-OPER-ID TO SIN-PEND-OPER-ID.
005058     SET WS-HELD-FOR-APPROVAL TO TRUE.
005059 2800-EXIT.
005060     EXIT.

005070*----------------------------------------------------------
005080* 3000-EDIT-INSTRUCTION - EDIT THE RECORD AS IT WOULD BE WRITTEN.
005090* THE FIRST FAILURE STOPS THE EDIT WITH ITS REASON IN WS-EDIT-MSG.
005100*----------------------------------------------------------
005110 3000-EDIT-INSTRUCTION.
005120     MOVE SPACES TO WS-EDIT-MSG.

005130     IF NOT SIN-TYPE-VALID
005140         MOVE "TYPE MUST BE T, D OR W" TO WS-EDIT-MSG
005150         GO TO 3000-EXIT
005160     END-IF.

005170     IF SIN-ACCOUNT-ID = ZERO
005180         MOVE "ACCOUNT IS REQUIRED" TO WS-EDIT-MSG
005190         GO TO 3000-EXIT
005200     END-IF.
005210     MOVE SIN-ACCOUNT-ID TO MF-USER-ID.
005220     PERFORM 3200-READ-MASTER THRU 3200-EXIT.
005230     IF WS-ACCOUNT-NOT-FOUND
005240         MOVE "ACCOUNT IS NOT ON THE MASTER" TO WS-EDIT-MSG
005250         GO TO 3000-EXIT
005260     END-IF.

005270     IF SIN-XFER
005280         IF SIN-TO-ID = ZERO
005290             MOVE "A TRANSFER NEEDS A RECEIVING ACCOUNT"
005300                 TO WS-EDIT-MSG
005310             GO TO 3000-EXIT
005320         END-IF
005330         IF SIN-TO-ID = SIN-ACCOUNT-ID
005340             MOVE "CANNOT TRANSFER TO THE SAME ACCOUNT"
005350                 TO WS-EDIT-MSG
005360             GO TO 3000-EXIT
005370         END-IF
005380         MOVE SIN-TO-ID TO MF-USER-ID
005390         PERFORM 3200-READ-MASTER THRU 3200-EXIT
005400         IF WS-ACCOUNT-NOT-FOUND
005410             MOVE "RECEIVING ACCOUNT IS NOT ON THE MASTER"
005420                 TO WS-EDIT-MSG
005430             GO TO 3000-EXIT
005440         END-IF
005450     END-IF.

005460     IF SIN-AMOUNT NOT > ZERO
005470         MOVE "AMOUNT MUST BE GREATER THAN ZERO" TO WS-EDIT-MSG
005480         GO TO 3000-EXIT
005490     END-IF.

005500     IF NOT SIN-FREQ-VALID
005510         MOVE "FREQUENCY MUST BE W, F, M, Q OR Y" TO WS-EDIT-MSG
005520         GO TO 3000-EXIT
005530     END-IF.

005540     MOVE SIN-NEXT-DUE TO WS-CHECK-DATE.
005550     PERFORM 3100-CHECK-DATE THRU 3100-EXIT.
005560     IF WS-DATE-INVALID
005570         MOVE "NEXT DUE IS NOT A VALID DATE" TO WS-EDIT-MSG
005580         GO TO 3000-EXIT
005590     END-IF.
005600     IF WS-DUE-CHANGED AND SIN-NEXT-DUE < WS-RUN-DATE
005610         MOVE "NEXT DUE CANNOT BE BEFORE TODAY" TO WS-EDIT-MSG
005620         GO TO 3000-EXIT
005630     END-IF.

005640     IF SIN-NO-END
005650         GO TO 3000-EXIT
005660     END-IF.
005670     MOVE SIN-END-DATE TO WS-CHECK-DATE.
005680     PERFORM 3100-CHECK-DATE THRU 3100-EXIT.
005690     IF WS-DATE-INVALID
005700         MOVE "END DATE IS NOT A VALID DATE" TO WS-EDIT-MSG
005710         GO TO 3000-EXIT
005720     END-IF.
005730     IF SIN-END-DATE < SIN-NEXT-DUE
005740         MOVE "END DATE IS BEFORE THE NEXT DUE DATE"
005750             TO WS-EDIT-MSG
005760     END-IF.
005770 3000-EXIT.
005780     EXIT.

005790*----------------------------------------------------------
005800* 3100-CHECK-DATE - IS WS-CHECK-DATE A REAL CALENDAR DATE?  THE
005810* DAY IS HELD TO THE LAST DAY OF ITS OWN MONTH, THE DAY BEFORE
005820* THE FIRST OF THE MONTH AFTER.
005830*----------------------------------------------------------
005840 3100-CHECK-DATE.
005850     SET WS-DATE-INVALID TO TRUE.
005860     IF WS-CHECK-DATE IS NOT NUMERIC
005870         OR WS-CHECK-YYYY < 1601
005880         OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
005890         OR WS-CHECK-DD < 1
005900         GO TO 3100-EXIT
005910     END-IF.

005920     MOVE WS-CHECK-YYYY TO WS-ME-YYYY.
005930     MOVE WS-CHECK-MM TO WS-ME-MM.
005940     MOVE 1 TO WS-ME-DD.
005950     IF WS-ME-MM = 12
005960         ADD 1 TO WS-ME-YYYY
005970         MOVE 1 TO WS-ME-MM
005980     ELSE
005990         ADD 1 TO WS-ME-MM
006000     END-IF.
006010     COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
006020         (FUNCTION INTEGER-OF-DATE(WS-MONTH-END) - 1).
006030     IF WS-CHECK-DD NOT > WS-ME-DD
006040         SET WS-DATE-VALID TO TRUE
006050     END-IF.
006060 3100-EXIT.
006070     EXIT.

006080*----------------------------------------------------------
006090* 3200-READ-MASTER - IS THE ACCOUNT IN MF-USER-ID ON THE MASTER?
006100*----------------------------------------------------------
006110 3200-READ-MASTER.
006120     SET WS-ACCOUNT-FOUND TO TRUE.
006130     READ USERMAST
006140         INVALID KEY
006150             SET WS-ACCOUNT-NOT-FOUND TO TRUE
006160     END-READ.
006170 3200-EXIT.
006180     EXIT.

006190*----------------------------------------------------------
006200* 8000-TERMINATE - CLOSE THE FILES AND LOG A SESSION SUMMARY.
006210*----------------------------------------------------------
006220 8000-TERMINATE.
006230     CLOSE USERSINS, USERMAST.
006240     DISPLAY " ".
006250     DISPLAY "USRSIM: INSTRUCTIONS ADDED     = " WS-ADD-COUNT.
006260     DISPLAY "USRSIM: INSTRUCTIONS CHANGED   = " WS-CHANGE-COUNT.
006270     DISPLAY "USRSIM: INSTRUCTIONS CANCELLED = " WS-CANCEL-COUNT.
006280     DISPLAY "USRSIM: ADDS/RAISES HELD       = " WS-HELD-COUNT.
006282     DISPLAY "USRSIM: HELD ITEMS APPROVED    = " WS-APPROVE-COUNT.
006284     DISPLAY "USRSIM: HELD ITEMS DECLINED    = " WS-DECLINE-COUNT.
006286     DISPLAY "USRSIM: REQUESTS REFUSED       = " WS-REFUSE-COUNT.
006290 8000-EXIT.
006300     EXIT.

006310 END PROGRAM USRSIM.
