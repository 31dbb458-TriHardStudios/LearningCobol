000220*
000230*     N - CREATE A NEW ACCOUNT
000240*     C - CHANGE THE BALANCE AND/OR STATUS OF AN ACCOUNT
000242*     U - RELEASE FROM HOLD: TAKE A HELD ACCOUNT OFF HOLD (U
000244*         REASON ID NOTE), ONLY WITH A RELEASE REASON - PAID,
000246*         CLEARED, WAIVED OR ERROR - RECORDED ON ITS USERHOLD
000248*         RECORD WITH THE OPERATOR WHO RELEASED IT
000250*     I - INQUIRE ON AN EXISTING ACCOUNT (NO UPDATE)
000260*     D - DEPOSIT: ADD THE KEYED AMOUNT TO THE CURRENT BALANCE
000270*     W - WITHDRAWAL: SUBTRACT THE KEYED AMOUNT FROM THE CURRENT
000280*         BALANCE (A FULL-BALANCE WITHDRAWAL LANDS ON $0.00)
000282*     V - REVERSAL: BACK OUT EXACTLY ONE EARLIER POSTING, NAMED
000284*         BY ITS POSTING REFERENCE (V ID REFERENCE) - BOTH SIDES
000286*         OF A TRANSFER - WITH A HISTORY RECORD PER SIDE THAT
000288*         NAMES THE POSTING REVERSED
000290*     X - CLOSE A ZERO-BALANCE, NON-HOLD ACCOUNT: ARCHIVE THE
000300*         FINAL RECORD IMAGE TO USERARCH AND DELETE IT FROM THE
000310*         MASTER
000330*         WITH THE KEYED FULL OR PARTIAL NAME (USER-NAME
000340*         ALTERNATE KEY, DUPLICATES ALLOWED) - FOR THE CALLER
000350*         WHO DOES NOT HAVE THEIR ACCOUNT NUMBER
000351*     A - NAME AND ADDRESS: SET ONE FIELD OF THE ACCOUNT'S
000352*         USERADDR NAME-AND-ADDRESS RECORD (A FIELD ID TEXT),
000353*         CREATING THE RECORD ON THE FIRST ONE.  A CLOSE CARRIES
000354*         THE RECORD ONTO THE USERARCH IMAGE AND A REOPEN PUTS
000355*         IT BACK
000360*
000361* POSTING REFERENCES: EVERY TRANSACTION BUT AN INQUIRY, A NAME
000362* BROWSE OR AN ADDRESS LINE IS GIVEN A REFERENCE NUMBER - "C", THE
000363* DATE, AND THE NEXT NUMBER FOR THE DAY OFF THE USERREFC CONTROL
000364* RECORD - BEFORE IT POSTS, QUEUES OR SUSPENDS.  THE NUMBER RIDES
000365* ITS USERHIST, USERSUSP, USEROPRL AND USERAPRQ RECORDS AND IS
000366* SHOWN TO THE OPERATOR TO QUOTE ON A LATER V.
000367*
000370* TRANSACTIONS THAT FAIL EDIT ARE ROUTED TO THE USERSUSP
000380* SUSPENSE FILE WITH A REASON CODE RATHER THAN BEING FORCED INTO
000390* AN ACCOUNT STATUS.  EVERY BALANCE THAT IS ESTABLISHED OR
000408* USERSUSP RECORD THIS PROGRAM WRITES, AND EVERY TRANSACTION IS
000409* LOGGED TO USEROPRL FOR THE USROPR END-OF-DAY ACTIVITY REPORT.
000410*
000411* DEPARTMENTS: A DEPARTMENT KEYED ON AN N OR C MUST BE ON THE
000412* USERDEPT CODE CARDS LOADED AT SIGN-ON AND STILL OPEN, OR THE
000413* ITEM GOES TO SUSPENSE AS BAD-DEPT.
000414*
000415* DUAL CONTROL: A C, W, T OR V PASSING EDIT THAT WOULD MOVE OVER
000416* PARM-APPR-LIMIT DOLLARS (FOR A V, WHAT IT BACKS OUT) IS QUEUED
000417* ON USERAPRQ, NOT POSTED, FOR A SECOND OPERATOR TO APPROVE OR
000418* DECLINE IN USRAPR.  A ZERO LIMIT TURNS THE CHECK OFF.
000419*
000420* THE HOLD/INACTIVE BALANCE THRESHOLDS ARE NOT HARD-CODED - THEY
000430* ARE READ EACH RUN FROM THE USERPARM CONTROL FILE.
000431*
000432* HOLDS: EVERY HOLD PLACED HERE IS RECORDED ON USERHOLD (SEE
000433* USERHLD) WITH THE OPERATOR AND POSTING REFERENCE - A C KEYED
000434* WITH STATUS H AS A COMPLIANCE OVERRIDE, AND A D, W OR T THAT
000435* WOULD TAKE AN ACCOUNT PAST PARM-HOLD-BAL AS AN OVER-LIMIT HOLD
000436* (THE MOVEMENT ITSELF STILL GOES TO SUSPENSE).  A C CANNOT TAKE
000437* AN ACCOUNT OFF HOLD - STATUS A OR I ON A HELD ACCOUNT GOES TO
000438* SUSPENSE AS ON-HOLD - ONLY A U CAN.  AN INQUIRY ON A HELD
000439* ACCOUNT SHOWS WHY AND SINCE WHEN.
000440*-----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-USERMAST-STATUS.

000541*    OPTIONAL SO THE FIRST ADDRESS EVER KEYED CAN CREATE THE FILE.
000542     SELECT OPTIONAL USERADDR  ASSIGN TO "USERADDR"
000543         ORGANIZATION IS INDEXED
000544         ACCESS MODE IS DYNAMIC
000545         RECORD KEY IS ADR-USER-ID
000546         FILE STATUS IS WS-USERADDR-STATUS.

000550     SELECT USERHIST  ASSIGN TO "USERHIST"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-USERHIST-STATUS.

000571*    THE POSTING REFERENCE COUNTER - ONE RECORD, THE DATE AND THE
000572*    LAST NUMBER GIVEN OUT THAT DAY.  NO FILE YET MEANS NO
000573*    REFERENCE HAS EVER BEEN GIVEN OUT.
000574     SELECT USERREFC  ASSIGN TO "USERREFC"
000575         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS WS-USERREFC-STATUS.

000580     SELECT USERSUSP  ASSIGN TO "USERSUSP"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-USERSUSP-STATUS.

000601*    HOLD REASONS - OPTIONAL SO THE FIRST HOLD EVER CAN CREATE
000602*    THE FILE.
000603     SELECT OPTIONAL USERHOLD  ASSIGN TO "USERHOLD"
000604         ORGANIZATION IS INDEXED
000605         ACCESS MODE IS DYNAMIC
000606         RECORD KEY IS HLD-USER-ID
000607         FILE STATUS IS WS-USERHOLD-STATUS.

000610     SELECT USERARCH  ASSIGN TO "USERARCH"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-USERARCH-STATUS.

000631*    OPTIONAL SO THE FIRST ITEM EVER QUEUED FOR APPROVAL CAN
000632*    CREATE THE FILE.
000633     SELECT OPTIONAL USERAPRQ  ASSIGN TO "USERAPRQ"
000634         ORGANIZATION IS LINE SEQUENTIAL
000635         FILE STATUS IS WS-USERAPRQ-STATUS.

000636*    THE DEPARTMENT CODE CARDS - SEE USERDPT.
000637     SELECT USERDEPT  ASSIGN TO "USERDEPT"
000638         ORGANIZATION IS LINE SEQUENTIAL
000639         FILE STATUS IS WS-USERDEPT-STATUS.

000640     SELECT USERPARM  ASSIGN TO "USERPARM"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-USERPARM-STATUS.
000790                   ==USER-BAL==      BY ==MF-USER-BAL==
000792                   ==USER-DEPT==     BY ==MF-USER-DEPT==.

000793 FD  USERREFC
000794     LABEL RECORDS ARE STANDARD.
000795 01  REFC-RECORD.
000796     05  REFC-LAST-DATE                  PIC 9(08).
000797     05  REFC-LAST-SEQ                   PIC 9(07).

000800 FD  USERHIST
000810     LABEL RECORDS ARE STANDARD.
000820 01  HIST-RECORD.
000830     COPY USERHST.

000831 FD  USERADDR
000832     LABEL RECORDS ARE STANDARD.
000833 01  ADDR-RECORD.
000834     COPY USERADR.

000835 FD  USERDEPT
000836     LABEL RECORDS ARE STANDARD.
000837 01  DEPT-RECORD.
000838     COPY USERDPT.

000840 FD  USERSUSP
000850     LABEL RECORDS ARE STANDARD.
000860 01  SUSP-RECORD.
000870     COPY USERSUS.

000871 FD  USERAPRQ
000872     LABEL RECORDS ARE STANDARD.
000873 01  APRQ-RECORD.
000874     COPY USERAPR.

000875 FD  USERHOLD
000876     LABEL RECORDS ARE STANDARD.
000877 01  HOLD-RECORD.
000878     COPY USERHLD.

000880*    THE ARCHIVE CARRIES THE FULL USERREC IMAGE UNCHANGED, WITH
000890*    THE CLOSE DATE AND AN ACTION FLAG APPENDED, SO AUDIT CAN
000900*    SEARCH IT BY USER-ID WITH THE SAME LAYOUT AS THE MASTER.
000901*    ITS USERADR NAME AND ADDRESS FOLLOWS, SPACES IF IT HAD NONE.
000902*    THE FILE IS APPEND-ONLY: A REOPEN ADDS A MARKER RECORD
000904*    RATHER THAN REWRITING THE CLOSE IMAGE, AND THE LAST RECORD
000906*    FOR AN ID ALWAYS TELLS ITS CURRENT STATE.  SPACES IN THE
001022     05  ARC-ACTION                      PIC X(01).
001024         88  ARC-CLOSE-IMAGE             VALUE "C" SPACE.
001026         88  ARC-REOPENED                VALUE "R".
001028     05  ARC-ADDRESS-DATA                PIC X(144).

001030 FD  USERPARM
001040     LABEL RECORDS ARE STANDARD.
001082                   ==PARM-FEE-AMT==   BY ==PF-FEE-AMT==
001084                   ==PARM-INT-RATE==  BY ==PF-INT-RATE==
001086                   ==PARM-DORM-DAYS== BY ==PF-DORM-DAYS==
001087                   ==PARM-APPR-LIMIT== BY ==PF-APPR-LIMIT==
001088                   ==PARM-ESCH-DAYS== BY ==PF-ESCH-DAYS==
001089                   ==PARM-AGE-LIMIT== BY ==PF-AGE-LIMIT==.


001094 WORKING-STORAGE SECTION.
001100 01  WS-MSG                              PIC X(50).

001101*    THE DOLLARS THE TRANSACTION WOULD MOVE, SIGNED SO A C THAT
001102*    LOWERS THE BALANCE CAN BE TURNED AROUND TO ITS SIZE.
001103 77  WS-APPR-MOVEMENT                    PIC S9(10)V99
001104                                          VALUE ZERO.

001105*    SET WHEN A C PUTS AN ACCOUNT THAT WAS NOT ON HOLD ON HOLD.
001106 77  WS-NEW-HOLD-SW                      PIC X(01) VALUE "N".
001107     88  WS-NEW-HOLD                      VALUE "Y".
001108     88  WS-NO-NEW-HOLD                   VALUE "N".

001110 01  WS-PADDING                          PIC X(15).

001111*    THE ADDRESS GROUP OFF THE LAST ARCHIVE RECORD FOR A REOPEN.
001112 77  WS-ARC-ADDRESS                      PIC X(144).

001113*    WHERE THE UNSTRING STOPPED ON AN A LINE - THE FREE TEXT
001114*    STARTS THERE.
001115 77  WS-ADDR-PTR                         PIC 9(02) COMP
001116                                         VALUE ZERO.

001117 77  WS-ADDR-SW                          PIC X(01) VALUE "N".
001118     88  WS-ADDR-ON-FILE                  VALUE "Y".
001119     88  WS-ADDR-NOT-ON-FILE              VALUE "N".

001120 01  WS-PROGRAM-NAME                     PIC X(15).

001121*    A REVERSAL'S VIEW OF THE POSTING IT NAMES, GATHERED FROM
001122*    USERHIST: HOW FAR THE POSTING MOVED THE KEYED ACCOUNT (SIDE
001123*    1) AND, FOR A TRANSFER, THE ACCOUNT ON THE OTHER SIDE (SIDE
001124*    2).  A POSTING NEVER TOUCHES MORE THAN TWO ACCOUNTS.
001125 77  WS-HIST-EOF-SW                      PIC X(01) VALUE "N".
001126     88  WS-NO-MORE-HISTORY               VALUE "Y".

001127 77  WS-REV-KEYED-SW                     PIC X(01) VALUE "N".
001128     88  WS-REV-KEYED-SIDE                VALUE "Y".

001130 01  WS-INP                              PIC X(50).

001131 77  WS-REV-SIDE-2-SW                    PIC X(01) VALUE "N".
001132     88  WS-REV-ONE-SIDED                 VALUE "N".
001133     88  WS-REV-TWO-SIDED                 VALUE "Y".
001134     88  WS-REV-TOO-MANY-SIDES            VALUE "X".

001135 77  WS-REV-USED-SW                      PIC X(01) VALUE "N".
001136     88  WS-REV-ALREADY-DONE              VALUE "Y".

001137 77  WS-REV-OF-REV-SW                    PIC X(01) VALUE "N".
001138     88  WS-REV-IS-A-REVERSAL             VALUE "Y".

001140 01  WS-USER.
001150     COPY USERREC.

001164 01  WS-TRN.
001170     COPY USERTRN.

001171*    SET WHEN USERHIST CANNOT BE TURNED AROUND FOR THE SCAN, OR
001172*    BACK TO EXTEND AFTER IT - THE V IS THEN NOT POSTED AT ALL.
001173 77  WS-REV-SCAN-SW                      PIC X(01) VALUE "N".
001174     88  WS-REV-SCAN-FAILED               VALUE "Y".

001175*    THE SIZE OF THE REVERSAL ON THE KEYED ACCOUNT, FOR THE
001176*    ACTIVITY LOG.
001177 77  WS-REV-AMOUNT                       PIC 9(09)V99
001178                                          VALUE ZERO.

001180 01  WS-PARM.
001190     COPY USERPRM.

001191*    THIS TRANSACTION'S POSTING REFERENCE (SEE USERTRN) - SPACES
001192*    UNTIL ONE IS GIVEN OUT.
001193 01  WS-POST-REF.
001194     05  WS-REF-SOURCE                   PIC X(01).
001195     05  WS-REF-RUN                      PIC 9(08).
001196     05  WS-REF-SEQ                      PIC 9(07).

001197 77  WS-HOLD-SW                          PIC X(01) VALUE "N".
001198     88  WS-HOLD-ON-FILE                  VALUE "Y".
001199     88  WS-HOLD-NOT-ON-FILE              VALUE "N".

001200 01  WS-FILE-STATUSES.
001210     05  WS-USERMAST-STATUS              PIC X(02).
001220         88  WS-USERMAST-OK               VALUE "00".
001270     05  WS-USERPARM-STATUS              PIC X(02).
001280         88  WS-USERPARM-EOF              VALUE "10".
001282     05  WS-USEROPRL-STATUS              PIC X(02).
001283     05  WS-USERAPRQ-STATUS              PIC X(02).
001284     05  WS-USERADDR-STATUS              PIC X(02).
001285     05  WS-USERREFC-STATUS              PIC X(02).
001286     05  WS-USERDEPT-STATUS              PIC X(02).
001287     05  WS-USERHOLD-STATUS              PIC X(02).

001290 77  WS-SUSPENSE-SW                      PIC X(01) VALUE "N".
001300     88  WS-IS-SUSPENDED                  VALUE "Y".
001310     88  WS-NOT-SUSPENDED                 VALUE "N".

001311 77  WS-REV-ID-2                         PIC 9(08) VALUE ZERO.
001312 77  WS-REV-DELTA-1                      PIC S9(10)V99
001313                                          VALUE ZERO.
001314 77  WS-REV-DELTA-2                      PIC S9(10)V99
001315                                          VALUE ZERO.
001316 77  WS-REV-MOVE                         PIC S9(10)V99
001317                                          VALUE ZERO.

001320 77  WS-NOTFOUND-SW                      PIC X(01) VALUE "N".
001330     88  WS-ACCOUNT-NOTFOUND              VALUE "Y".
001340     88  WS-ACCOUNT-FOUND                 VALUE "N".

001341*    THE DEPARTMENT TABLE, LOADED FROM THE USERDEPT CARDS.
001342 77  WS-DEPT-EOF-SW                      PIC X(01) VALUE "N".
001343     88  WS-NO-MORE-DEPTS                 VALUE "Y".
001344 77  WS-DCODE-MAX                        PIC 9(03) COMP
001345                                         VALUE 100.
001346 77  WS-DCODE-USED                       PIC 9(03) COMP
001347                                         VALUE ZERO.
001348 77  WS-DCODE-IX                         PIC 9(03) COMP
001349                                         VALUE ZERO.

001350 77  WS-RANGE-CHECK-SW                    PIC X(01) VALUE "N".
001360     88  WS-CHECK-BAL-RANGE                VALUE "Y".

001361 77  WS-DCODE-AT                         PIC 9(03) COMP
001362                                         VALUE ZERO.
001363 01  WS-FIND-DEPT                        PIC X(04).

001364 01  WS-DCODE-TABLE.
001365     05  WS-DCODE-ENTRY OCCURS 100 TIMES.
001366         10  DC-CODE                     PIC X(04).
001367         10  DC-DESC                     PIC X(20).
001368         10  DC-OPEN-FLAG                PIC X(01).
001369             88  DC-OPEN                 VALUE "Y".

001370*    SIGNED AND ONE DIGIT WIDER THAN USER-BAL SO A DELTA RESULT
001380*    CAN GO NEGATIVE OR PAST THE HOLD LIMIT AND STILL BE RANGE-
001390*    CHECKED BEFORE ANYTHING TOUCHES THE MASTER.
001412 77  WS-TO-NEW-BAL                       PIC S9(10)V99
001414                                          VALUE ZERO.

001415*    SET WHEN A TRANSACTION OVER PARM-APPR-LIMIT IS QUEUED FOR A
001416*    SECOND OPERATOR INSTEAD OF POSTING.
001417 77  WS-PENDING-SW                       PIC X(01) VALUE "N".
001418     88  WS-IS-PENDING                    VALUE "Y".
001419     88  WS-NOT-PENDING                   VALUE "N".

001420 77  WS-BROWSE-SW                        PIC X(01) VALUE "N".
001430     88  WS-BROWSE-DONE                    VALUE "Y".

001431*    THE HOLD TO BE RECORDED ON USERHOLD - WHICH ACCOUNT, WHY, AND
001432*    A NOTE FOR WHOEVER WORKS IT.
001433 01  WS-HOLD-REQUEST.
001434     05  WS-HOLD-ID                      PIC 9(08).
001435     05  WS-HOLD-CLASS                   PIC X(01).
001436     05  WS-HOLD-REASON                  PIC X(12).
001437     05  WS-HOLD-NOTE                    PIC X(40).

001440 77  WS-NAME-LEN                         PIC 9(02) COMP
001450                                          VALUE ZERO.

001451*    THE NOTE ON AN OVER-LIMIT HOLD - WHERE THE MOVEMENT WOULD
001452*    HAVE TAKEN THE BALANCE.
001453 01  WS-LIMIT-NOTE.
001454     05  FILLER                          PIC X(18)
001455         VALUE "BALANCE WOULD BE $".
001456     05  LN-NEW-BAL                      PIC Z(09)9.99.
001457     05  FILLER                          PIC X(09) VALUE SPACES.

001460 77  WS-NAME-IX                          PIC 9(02) COMP
001470                                          VALUE ZERO.
001480 77  WS-MATCH-COUNT                      PIC 9(05) COMP

001660     PERFORM 1100-READ-PARMS THRU 1100-EXIT.

001662     PERFORM 1300-LOAD-DEPTS THRU 1300-EXIT.
001664     IF RETURN-CODE NOT = ZERO
001666         GO TO 1000-EXIT
001668     END-IF.

001670     OPEN I-O USERMAST.
001680     IF NOT WS-USERMAST-OK
001690         DISPLAY "HELLCBL: UNABLE TO OPEN USERMAST, STATUS = "
001700             WS-USERMAST-STATUS
001701         MOVE 16 TO RETURN-CODE
001702         GO TO 1000-EXIT
001703     END-IF.

001704     OPEN EXTEND USERAPRQ.
001705     IF WS-USERAPRQ-STATUS NOT = "00" AND
001706         WS-USERAPRQ-STATUS NOT = "05"
001707         DISPLAY "HELLCBL: UNABLE TO OPEN USERAPRQ, STATUS = "
001708             WS-USERAPRQ-STATUS
001710         MOVE 16 TO RETURN-CODE
001720         GO TO 1000-EXIT
001730     END-IF.
001790         GO TO 1000-EXIT
001800     END-IF.

001801     OPEN I-O USERADDR.
001802     IF WS-USERADDR-STATUS NOT = "00" AND
001803         WS-USERADDR-STATUS NOT = "05"
001804         DISPLAY "HELLCBL: UNABLE TO OPEN USERADDR, STATUS = "
001805             WS-USERADDR-STATUS
001806         MOVE 16 TO RETURN-CODE
001807         GO TO 1000-EXIT
001808     END-IF.

001810     OPEN EXTEND USERSUSP.
001820     IF WS-USERSUSP-STATUS NOT = "00"
001830         DISPLAY "HELLCBL: UNABLE TO OPEN USERSUSP, STATUS = "
001840             WS-USERSUSP-STATUS
001841         MOVE 16 TO RETURN-CODE
001842         GO TO 1000-EXIT
001843     END-IF.

001844     OPEN I-O USERHOLD.
001845     IF WS-USERHOLD-STATUS NOT = "00" AND
001846         WS-USERHOLD-STATUS NOT = "05"
001847         DISPLAY "HELLCBL: UNABLE TO OPEN USERHOLD, STATUS = "
001848             WS-USERHOLD-STATUS
001850         MOVE 16 TO RETURN-CODE
001860         GO TO 1000-EXIT
001870     END-IF.
002010* CONTROL CARD.  PARM-LOW-BAL IS SIGNED SO THE CONTROL FILE CAN
002020* BE MISKEYED NEGATIVE, BUT USER-BAL ON THE MASTER IS NOT - A
002030* NEGATIVE CUTOFF IS FLOORED AT ZERO SO A VALIDATED BALANCE CAN
002040* NEVER LOSE ITS SIGN GOING INTO USER-BAL.  A CARD CUT BEFORE
002045* THE APPROVAL LIMIT EXISTED LEAVES IT OFF (ZERO).
002050*----------------------------------------------------------
002060 1100-READ-PARMS.
002070     MOVE +0000.00 TO PARM-LOW-BAL.
002080     MOVE 9999.99 TO PARM-HOLD-BAL.
002085     MOVE ZERO TO PARM-APPR-LIMIT.

002090     OPEN INPUT USERPARM.
002100     IF WS-USERPARM-STATUS = "00"
002190     IF PARM-LOW-BAL < ZERO
002200         MOVE +0000.00 TO PARM-LOW-BAL
002210     END-IF.
002212     IF PARM-APPR-LIMIT IS NOT NUMERIC
002214         MOVE ZERO TO PARM-APPR-LIMIT
002216     END-IF.
002220 1100-EXIT.
002230     EXIT.

002300     DISPLAY "    D=DEPOSIT, W=WITHDRAWAL, X=CLOSE, R=REOPEN,".
002301     DISPLAY "    T=TRANSFER (T TO-ID FROM-ID AMOUNT, TO-ID".
002302     DISPLAY "      KEYED AS ALL 8 DIGITS),".
002310     DISPLAY "    F=FIND BY FULL OR PARTIAL NAME (NO ID),".
002311     DISPLAY "    A=NAME AND ADDRESS (A FIELD ID TEXT, FIELD IS".
002312     DISPLAY "      NAME, LINE1, LINE2, CITY, STATE, ZIP,".
002313     DISPLAY "      CYCLE OR TAXID),".
002314     DISPLAY "    V=REVERSAL (V ID POSTING-REFERENCE),".
002315     DISPLAY "    U=RELEASE FROM HOLD (U REASON ID NOTE, REASON".
002316     DISPLAY "      IS PAID, CLEARED, WAIVED OR ERROR)".
002320     DISPLAY "  BALANCE IS SIGN + 11 DIGITS, NO DECIMAL POINT".
002330     ACCEPT WS-INP.

002370         TRN-CODE, TRN-NAME, TRN-ID, TRN-BAL-TEXT, TRN-STATUS,
002375         TRN-DEPT.

002377     PERFORM 2050-REPARSE-LINE THRU 2050-EXIT.

002380     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.

002381     PERFORM 2120-ASSIGN-REFERENCE THRU 2120-EXIT.
002382     IF RETURN-CODE NOT = ZERO
002383         GO TO 2000-EXIT
002384     END-IF.
002385     PERFORM 2150-CHECK-APPROVAL THRU 2150-EXIT.
002386     IF WS-REV-SCAN-FAILED
002387         GO TO 2000-EXIT
002388     END-IF.

002390     IF WS-IS-SUSPENDED
002400         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
002410     ELSE
002420         EVALUATE TRUE
002422             WHEN WS-IS-PENDING
002424                 PERFORM 2160-QUEUE-FOR-APPROVAL THRU 2160-EXIT
002430             WHEN TRN-NEW
002440                 PERFORM 2200-CREATE-ACCOUNT THRU 2200-EXIT
002450             WHEN TRN-CHANGE
002538                 PERFORM 2355-TRANSFER THRU 2355-EXIT
002540             WHEN TRN-FIND
002550                 PERFORM 2370-FIND-BY-NAME THRU 2370-EXIT
002551             WHEN TRN-ADDRESS
002552                 PERFORM 2450-MAINTAIN-ADDRESS THRU 2450-EXIT
002553             WHEN TRN-REVERSAL
002554                 PERFORM 2460-REVERSE-POSTING THRU 2460-EXIT
002555             WHEN TRN-RELEASE
002556                 PERFORM 2470-RELEASE-HOLD THRU 2470-EXIT
002560         END-EVALUATE
002561     END-IF.

002562*    A V THAT COULD NOT SCAN USERHIST POSTED NOTHING AND IS NOT
002563*    LOGGED AS IF IT HAD.
002564     IF WS-REV-SCAN-FAILED
002565         GO TO 2000-EXIT
002570     END-IF.

002580*    THE NAME BROWSE DISPLAYS ITS OWN MATCH LIST - THE SINGLE-
002760         AND NOT TRN-DEPOSIT AND NOT TRN-WITHDRAW
002770         AND NOT TRN-CLOSE AND NOT TRN-FIND
002772         AND NOT TRN-REOPEN AND NOT TRN-XFER
002774         AND NOT TRN-ADDRESS AND NOT TRN-REVERSAL
002776         AND NOT TRN-RELEASE
002780         MOVE "BAD-UNSTRING" TO SUSP-REASON-CODE
002790         SET WS-IS-SUSPENDED TO TRUE
002800     ELSE
003080         END-IF
003090     END-IF.

003091*    A REVERSAL MUST NAME THE POSTING IT IS BACKING OUT.
003092     IF NOT WS-IS-SUSPENDED AND TRN-REVERSAL
003093         AND TRN-REV-REF = SPACES
003094         MOVE "BAD-UNSTRING" TO SUSP-REASON-CODE
003095         SET WS-IS-SUSPENDED TO TRUE
003096     END-IF.

003100     IF NOT WS-IS-SUSPENDED AND TRN-CHANGE
003110         AND NOT TRN-STATUS-VALID
003120         MOVE "BAD-STATUS" TO SUSP-REASON-CODE
003121         SET WS-IS-SUSPENDED TO TRUE
003122     END-IF.

003123*    A RELEASE MUST SAY WHY THE HOLD IS BEING LIFTED.
003124     IF NOT WS-IS-SUSPENDED AND TRN-RELEASE
003125         AND NOT TRN-REL-REASON-VALID
003126         MOVE "BAD-RELEASE" TO SUSP-REASON-CODE
003130         SET WS-IS-SUSPENDED TO TRUE
003140     END-IF.

003250         AND TRN-NAME = SPACES
003260         MOVE "BAD-UNSTRING" TO SUSP-REASON-CODE
003270         SET WS-IS-SUSPENDED TO TRUE
003271     END-IF.

003272     IF NOT WS-IS-SUSPENDED AND TRN-ADDRESS
003273         PERFORM 2110-VALIDATE-ADDRESS THRU 2110-EXIT
003274     END-IF.
003275     IF NOT WS-IS-SUSPENDED AND (TRN-NEW OR TRN-CHANGE)
003276         AND TRN-DEPT NOT = SPACES
003277         PERFORM 2115-VALIDATE-DEPT THRU 2115-EXIT
003280     END-IF.
003290 2100-EXIT.
003300     EXIT.
003550*----------------------------------------------------------
003560* 2300-CHANGE-ACCOUNT - LOOK THE ACCOUNT UP BY ID AND APPLY A
003570* NEW BALANCE AND/OR STATUS.  A ZERO BALANCE TOKEN MEANS "LEAVE
003580* THE BALANCE ALONE" - ONLY THE STATUS IS BEING CHANGED.  A HELD
003582* ACCOUNT CANNOT BE SET ACTIVE OR INACTIVE HERE (ON-HOLD) - THAT
003584* TAKES A U.  STATUS H ON AN ACCOUNT NOT YET HELD IS RECORDED ON
003586* USERHOLD AS A COMPLIANCE OVERRIDE.
003590*----------------------------------------------------------
003600 2300-CHANGE-ACCOUNT.
003610     PERFORM 2500-READ-MASTER THRU 2500-EXIT.

003611     IF WS-ACCOUNT-FOUND AND USER-HOLD
003612         AND TRN-STATUS NOT = SPACE AND TRN-STATUS NOT = "H"
003613         MOVE "ON-HOLD" TO SUSP-REASON-CODE
003614         SET WS-IS-SUSPENDED TO TRUE
003615         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
003616         GO TO 2300-EXIT
003617     END-IF.
003618     SET WS-NO-NEW-HOLD TO TRUE.

003620     IF WS-ACCOUNT-FOUND
003622         IF TRN-STATUS = "H" AND NOT USER-HOLD
003624             SET WS-NEW-HOLD TO TRUE
003626         END-IF
003630         MOVE USER-BAL TO HIST-OLD-BAL
003640         IF TRN-BAL NOT = ZERO
003650             MOVE TRN-BAL TO USER-BAL

003780         IF NOT WS-IS-SUSPENDED
003790             PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT
003791             IF WS-NEW-HOLD
003792                 MOVE USER-ID TO WS-HOLD-ID
003793                 MOVE "C" TO WS-HOLD-CLASS
003794                 MOVE "OVERRIDE" TO WS-HOLD-REASON
003795                 MOVE "STATUS KEYED TO H ON A C" TO WS-HOLD-NOTE
003796                 PERFORM 2760-WRITE-HOLD THRU 2760-EXIT
003797             END-IF
003800         END-IF
003810     END-IF.
003820 2300-EXIT.
003870* THE USERPARM THRESHOLDS THE SAME AS A KEYED BALANCE - A
003880* WITHDRAWAL THAT WOULD LAND BELOW PARM-LOW-BAL OR A DEPOSIT
003890* PAST PARM-HOLD-BAL GOES TO SUSPENSE AND THE MASTER IS LEFT
003895* UNTOUCHED, EXCEPT THAT AN ACCOUNT PUSHED PAST PARM-HOLD-BAL IS
003900* PUT ON HOLD.  A FULL-BALANCE WITHDRAWAL LANDS ON EXACTLY ZERO.
003910*----------------------------------------------------------
003920 2350-APPLY-DELTA.
003930     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
004070                 MOVE "OVER-LIMIT" TO SUSP-REASON-CODE
004080                 SET WS-IS-SUSPENDED TO TRUE
004090                 PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
004092                 MOVE USER-ID TO WS-HOLD-ID
004094                 MOVE WS-NEW-BAL TO LN-NEW-BAL
004096                 PERFORM 2750-HOLD-OVER-LIMIT THRU 2750-EXIT
004100             END-IF
004110         END-IF

004284* BOTH RESULTS RANGE-CHECKED AGAINST THE USERPARM THRESHOLDS
004285* (THE SAME CHECKS 2350-APPLY-DELTA MAKES) BEFORE EITHER
004286* REWRITE TOUCHES THE MASTER, SO A TRANSFER POSTS BOTH SIDES OR
004287* NEITHER.  ONE HISTORY RECORD EACH.  AN OVER-LIMIT SIDE IS HELD.
004288*----------------------------------------------------------
004289 2355-TRANSFER.
004290     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
004305     IF WS-NEW-BAL > PARM-HOLD-BAL
004306         MOVE "OVER-LIMIT" TO SUSP-REASON-CODE
004307         SET WS-IS-SUSPENDED TO TRUE
004308         PERFORM 2356-PAYER-OVER-LIMIT THRU 2356-EXIT
004309         GO TO 2355-EXIT
004310     END-IF.

004322     IF WS-TO-NEW-BAL > PARM-HOLD-BAL
004323         MOVE "OVER-LIMIT" TO SUSP-REASON-CODE
004324         SET WS-IS-SUSPENDED TO TRUE
004325         PERFORM 2357-PAYEE-OVER-LIMIT THRU 2357-EXIT
004326         GO TO 2355-EXIT
004327     END-IF.
004328     IF WS-TO-NEW-BAL < PARM-LOW-BAL
004510                     PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
004520             END-DELETE
004530             IF NOT WS-IS-SUSPENDED
004535                 PERFORM 2720-DROP-ADDRESS THRU 2720-EXIT
004540                 DISPLAY "ACCOUNT " USER-ID
004550                     " CLOSED AND ARCHIVED"
004560             END-IF
004644     END-WRITE.

004645     IF NOT WS-IS-SUSPENDED
004646         MOVE ZERO TO HIST-OLD-BAL, HIST-NEW-BAL
004647         PERFORM 2730-RESTORE-ADDRESS THRU 2730-EXIT
004648         PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT
004649         PERFORM 2710-WRITE-REOPEN-MARKER THRU 2710-EXIT
004650         DISPLAY "ACCOUNT " USER-ID
004687             IF ARC-USER-ID = TRN-ID
004688                 MOVE ARC-USER-NAME TO WS-ARC-NAME
004689                 MOVE ARC-USER-DEPT TO WS-ARC-DEPT
004690                 PERFORM 2369-KEEP-ARC-DETAIL THRU 2369-EXIT
004691                 SET WS-ARC-FOUND TO TRUE
004692             END-IF
004693     END-READ.
005580 2600-WRITE-HISTORY.
005590     MOVE USER-ID TO HIST-USER-ID.
005600     MOVE "HELLCBL" TO HIST-SOURCE-JOB.
005605     PERFORM 2605-STAMP-HISTORY THRU 2605-EXIT.
005610     ACCEPT HIST-EFF-DATE FROM DATE YYYYMMDD.
005620     WRITE HIST-RECORD.
005630 2600-EXIT.
005647     COMPUTE HIST-OLD-BAL = TO-USER-BAL - TRN-BAL.
005648     MOVE TO-USER-BAL TO HIST-NEW-BAL.
005649     MOVE "HELLCBL" TO HIST-SOURCE-JOB.
005650     PERFORM 2605-STAMP-HISTORY THRU 2605-EXIT.
005651     ACCEPT HIST-EFF-DATE FROM DATE YYYYMMDD.
005652     WRITE HIST-RECORD.
005653 2610-EXIT.

005655*----------------------------------------------------------
005660* 2700-WRITE-ARCHIVE - APPEND THE FINAL RECORD IMAGE, USERREC
005670* LAYOUT INTACT, WITH THE CLOSE DATE AND THE ACCOUNT'S NAME AND
005675* ADDRESS.
005680*----------------------------------------------------------
005690 2700-WRITE-ARCHIVE.
005700     MOVE USER-NAME TO ARC-USER-NAME.
005735     MOVE USER-DEPT TO ARC-USER-DEPT.
005740     ACCEPT ARC-CLOSE-DATE FROM DATE YYYYMMDD.
005742     MOVE "C" TO ARC-ACTION.
005743     MOVE USER-ID TO ADR-USER-ID.
005744     READ USERADDR
005745         INVALID KEY
005746             MOVE SPACES TO ARC-ADDRESS-DATA
005747         NOT INVALID KEY
005748             MOVE ADR-ADDRESS-DATA TO ARC-ADDRESS-DATA
005749     END-READ.
005750     WRITE ARC-RECORD.
005760 2700-EXIT.
005770     EXIT.
005880     ACCEPT SUSP-DATE FROM DATE YYYYMMDD.
005890     SET SUSP-OPEN TO TRUE.
005895     MOVE WS-OPER-ID TO SUSP-OPER-ID.
005896     MOVE WS-POST-REF TO SUSP-POST-REF.
005897     MOVE SPACE TO SUSP-MOVE-TYPE.
005900     WRITE SUSP-RECORD.
005910 2900-EXIT.
005920     EXIT.
005941         WHEN OTHER
005942             SET OPR-POSTED TO TRUE
005943     END-EVALUATE.
005944     PERFORM 2955-FINISH-ACTIVITY THRU 2955-EXIT.
005945     WRITE OPRL-RECORD.
005946 2950-EXIT.
005947     EXIT.
005950*----------------------------------------------------------
005960 3000-DISPLAY-MESSAGE.
005970     DISPLAY WS-PADDING WS-PROGRAM-NAME WS-PADDING.
005971     IF WS-POST-REF NOT = SPACES
005972         DISPLAY "POSTING REFERENCE " WS-POST-REF
005973     END-IF.

005974     IF WS-IS-PENDING
005975         DISPLAY "OVER THE APPROVAL LIMIT OF $" PARM-APPR-LIMIT
005976             " - QUEUED FOR A SECOND OPERATOR TO APPROVE"
005977         GO TO 3000-EXIT
005978     END-IF.

005980     IF WS-IS-SUSPENDED
005990         DISPLAY "TRANSACTION REJECTED - REASON: "
006080         END-IF
006090         IF USER-HOLD
006100             DISPLAY "USER IS ON HOLD"
006105             PERFORM 3200-DISPLAY-HOLD THRU 3200-EXIT
006110         END-IF

006120         DISPLAY "BALANCE $" USER-BAL
006122         IF TRN-INQUIRY OR TRN-ADDRESS
006124             PERFORM 3100-DISPLAY-ADDRESS THRU 3100-EXIT
006126         END-IF
006130     END-IF.
006140 3000-EXIT.
006150     EXIT.
006170* 8000-TERMINATE - CLOSE OUT THE FILES BEFORE STOP RUN.
006180*----------------------------------------------------------
006190 8000-TERMINATE.
006200     CLOSE USERMAST, USERHIST, USERSUSP, USERARCH, USEROPRL,
006205         USERAPRQ, USERADDR, USERHOLD.
006210 8000-EXIT.
006220     EXIT.

006221*----------------------------------------------------------
006222* 1300-LOAD-DEPTS - READ THE USERDEPT CARDS INTO THE DEPARTMENT
006223* TABLE.  A CARD WITH NO CODE OR A FLAG OTHER THAN Y OR N, A CODE
006224* CARDED TWICE, MORE CARDS THAN THE TABLE HOLDS, OR NO CARDS AT
006225* ALL STOPS THE RUN - DEPARTMENTS ARE NEVER CHECKED AGAINST A
006226* TABLE THAT IS HALF RIGHT.
006227*----------------------------------------------------------
006228 1300-LOAD-DEPTS.
006229     OPEN INPUT USERDEPT.
006230     IF WS-USERDEPT-STATUS NOT = "00"
006231         DISPLAY "HELLCBL: UNABLE TO OPEN USERDEPT, STATUS = "
006232             WS-USERDEPT-STATUS
006233         MOVE 16 TO RETURN-CODE
006234         GO TO 1300-EXIT
006235     END-IF.
006236     PERFORM 1310-READ-DEPT-CARD THRU 1310-EXIT
006237         UNTIL WS-NO-MORE-DEPTS OR RETURN-CODE NOT = ZERO.
006238     CLOSE USERDEPT.

006239     IF RETURN-CODE = ZERO AND WS-DCODE-USED = ZERO
006240         DISPLAY "HELLCBL: NO DEPARTMENT CODE CARDS - RUN STOPPED"
006241         MOVE 16 TO RETURN-CODE
006242     END-IF.
006243 1300-EXIT.
006244     EXIT.

006245 1310-READ-DEPT-CARD.
006246     READ USERDEPT
006247         AT END
006248             SET WS-NO-MORE-DEPTS TO TRUE
006249             GO TO 1310-EXIT
006250     END-READ.
006251     IF DEPT-RECORD = SPACES
006252         GO TO 1310-EXIT
006253     END-IF.

006254     IF DEPT-CODE = SPACES
006255         OR (NOT DEPT-OPEN AND NOT DEPT-RETIRED)
006256         DISPLAY "HELLCBL: BAD DEPARTMENT CODE CARD: " DEPT-RECORD
006257         MOVE 16 TO RETURN-CODE
006258         GO TO 1310-EXIT
006259     END-IF.

006260     MOVE DEPT-CODE TO WS-FIND-DEPT.
006261     PERFORM 1320-FIND-DEPT THRU 1320-EXIT.
006262     IF WS-DCODE-AT > ZERO
006263         DISPLAY "HELLCBL: DEPARTMENT " DEPT-CODE
006264             " IS ON MORE THAN ONE CARD"
006265         MOVE 16 TO RETURN-CODE
006266         GO TO 1310-EXIT
006267     END-IF.
006268     IF WS-DCODE-USED NOT < WS-DCODE-MAX
006269         DISPLAY "HELLCBL: MORE THAN " WS-DCODE-MAX
006270             " DEPARTMENT CODE CARDS"
006271         MOVE 16 TO RETURN-CODE
006272         GO TO 1310-EXIT
006273     END-IF.

006274     ADD 1 TO WS-DCODE-USED.
006275     MOVE DEPT-CODE TO DC-CODE (WS-DCODE-USED).
006276     MOVE DEPT-DESC TO DC-DESC (WS-DCODE-USED).
006277     MOVE DEPT-OPEN-FLAG TO DC-OPEN-FLAG (WS-DCODE-USED).
006278 1310-EXIT.
006279     EXIT.

006280*----------------------------------------------------------
006281* 1320-FIND-DEPT - THE TABLE SLOT FOR WS-FIND-DEPT, OR ZERO.
006282*----------------------------------------------------------
006283 1320-FIND-DEPT.
006284     MOVE ZERO TO WS-DCODE-AT.
006285     PERFORM 1330-CHECK-DEPT-SLOT THRU 1330-EXIT
006286         VARYING WS-DCODE-IX FROM 1 BY 1
006287         UNTIL WS-DCODE-IX > WS-DCODE-USED
006288             OR WS-DCODE-AT > ZERO.
006289 1320-EXIT.
006290     EXIT.

006291 1330-CHECK-DEPT-SLOT.
006292     IF DC-CODE (WS-DCODE-IX) = WS-FIND-DEPT
006293         MOVE WS-DCODE-IX TO WS-DCODE-AT
006294     END-IF.
006295 1330-EXIT.
006296     EXIT.

006297*----------------------------------------------------------
006298* 2050-REPARSE-LINE - AN A, V OR U LINE DOES NOT FOLLOW THE
006299* USERTRN LAYOUT THE FIRST UNSTRING ASSUMES, SO SPLIT IT AGAIN.
006300*----------------------------------------------------------
006301 2050-REPARSE-LINE.
006302*    AN A LINE'S TEXT CAN HOLD SPACES, SO IT IS TAKEN WHOLE FROM
006303*    WHEREVER THE ID ENDED RATHER THAN SPLIT BY THE UNSTRING.
006304     IF TRN-ADDRESS
006305         MOVE 1 TO WS-ADDR-PTR
006306         UNSTRING WS-INP DELIMITED BY SPACE INTO
006307             TRN-CODE, TRN-NAME, TRN-ID
006308             WITH POINTER WS-ADDR-PTR
006309         IF WS-ADDR-PTR NOT > 50
006310             MOVE WS-INP(WS-ADDR-PTR:) TO TRN-ADDR-TEXT
006311         END-IF
006312     END-IF.

006313*    A V LINE IS CODE, ID AND THE REFERENCE BEING REVERSED - THE
006314*    REFERENCE WOULD OTHERWISE LAND IN THE ID SLOT.
006315     IF TRN-REVERSAL
006316         INITIALIZE WS-TRN
006317         UNSTRING WS-INP DELIMITED BY SPACE INTO
006318             TRN-CODE, TRN-ID, TRN-REV-REF
006319     END-IF.

006320*    A U LINE IS CODE, REASON, ID AND A FREE-TEXT NOTE, TAKEN
006321*    WHOLE FROM WHERE THE ID ENDED THE SAME AS AN A LINE'S TEXT.
006322     IF TRN-RELEASE
006323         INITIALIZE WS-TRN
006324         MOVE 1 TO WS-ADDR-PTR
006325         UNSTRING WS-INP DELIMITED BY SPACE INTO
006326             TRN-CODE, TRN-REL-REASON, TRN-ID
006327             WITH POINTER WS-ADDR-PTR
006328         IF WS-ADDR-PTR NOT > 50
006329             MOVE WS-INP(WS-ADDR-PTR:) TO TRN-REL-NOTE
006330         END-IF
006331     END-IF.
006332 2050-EXIT.
006333     EXIT.

006334*----------------------------------------------------------
006335* 2110-VALIDATE-ADDRESS - AN A LINE MUST NAME A REAL FIELD, THE
006336* TEXT MUST FIT IT, A CYCLE DAY MUST BE TWO DIGITS, 00-31, AND A
006337* TAXPAYER ID MUST BE NINE DIGITS.  BLANK TEXT CLEARS THE FIELD.
006338*----------------------------------------------------------
006339 2110-VALIDATE-ADDRESS.
006340     IF NOT TRN-ADDR-FIELD-VALID
006341         MOVE "BAD-ADDRESS" TO SUSP-REASON-CODE
006342         SET WS-IS-SUSPENDED TO TRUE
006343         GO TO 2110-EXIT
006344     END-IF.
006345     IF ((TRN-ADDR-NAME OR TRN-ADDR-LINE-1 OR TRN-ADDR-LINE-2)
006346         AND TRN-ADDR-TEXT(31:) NOT = SPACES)
006347         OR (TRN-ADDR-CITY AND TRN-ADDR-TEXT(21:) NOT = SPACES)
006348         OR (TRN-ADDR-ZIP AND TRN-ADDR-TEXT(11:) NOT = SPACES)
006349         OR (TRN-ADDR-TAX-ID AND TRN-ADDR-TEXT(10:) NOT = SPACES)
006350         OR ((TRN-ADDR-STATE OR TRN-ADDR-CYCLE)
006351             AND TRN-ADDR-TEXT(3:) NOT = SPACES)
006352         MOVE "BAD-ADDRESS" TO SUSP-REASON-CODE
006353         SET WS-IS-SUSPENDED TO TRUE
006354         GO TO 2110-EXIT
006355     END-IF.
006356     IF TRN-ADDR-TEXT = SPACES
006357         GO TO 2110-EXIT
006358     END-IF.
006359     IF TRN-ADDR-CYCLE
006360         AND (TRN-ADDR-CYCLE-NUM IS NOT NUMERIC
006361             OR TRN-ADDR-CYCLE-NUM > 31)
006362         MOVE "BAD-ADDRESS" TO SUSP-REASON-CODE
006363         SET WS-IS-SUSPENDED TO TRUE
006364     END-IF.
006365     IF TRN-ADDR-TAX-ID AND TRN-ADDR-TIN IS NOT NUMERIC
006366         MOVE "BAD-ADDRESS" TO SUSP-REASON-CODE
006367         SET WS-IS-SUSPENDED TO TRUE
006368     END-IF.
006369 2110-EXIT.
006370     EXIT.

006371*----------------------------------------------------------
006372* 2115-VALIDATE-DEPT - A KEYED DEPARTMENT MUST BE ON USERDEPT AND
006373* STILL OPEN.  A BLANK ONE IS NOT AN ERROR AND NEVER GETS HERE -
006374* AN N GOES UNASSIGNED AND A C LEAVES USER-DEPT AS IT IS.
006375*----------------------------------------------------------
006376 2115-VALIDATE-DEPT.
006377     MOVE TRN-DEPT TO WS-FIND-DEPT.
006378     PERFORM 1320-FIND-DEPT THRU 1320-EXIT.
006379     IF WS-DCODE-AT = ZERO
006380         MOVE "BAD-DEPT" TO SUSP-REASON-CODE
006381         SET WS-IS-SUSPENDED TO TRUE
006382         GO TO 2115-EXIT
006383     END-IF.
006384     IF NOT DC-OPEN (WS-DCODE-AT)
006385         MOVE "BAD-DEPT" TO SUSP-REASON-CODE
006386         SET WS-IS-SUSPENDED TO TRUE
006387     END-IF.
006388 2115-EXIT.
006389     EXIT.

006390*----------------------------------------------------------
006391* 2120-ASSIGN-REFERENCE - GIVE THE TRANSACTION THE NEXT POSTING
006392* REFERENCE FOR TODAY OFF USERREFC, AND PUT THE COUNTER BACK
006393* STRAIGHT AWAY SO THE NUMBER IS NEVER HANDED OUT TWICE, WHATEVER
006394* BECOMES OF THE TRANSACTION.  NO CONTROL FILE YET IS THE FIRST
006395* REFERENCE EVER; A NEW DAY STARTS AGAIN AT ONE.
006396* AN INQUIRY, A NAME BROWSE OR AN ADDRESS LINE GETS NONE.
006397*----------------------------------------------------------
006398 2120-ASSIGN-REFERENCE.
006399     MOVE SPACES TO WS-POST-REF.
006400     IF NOT (TRN-NEW OR TRN-CHANGE OR TRN-DEPOSIT OR TRN-WITHDRAW
006401         OR TRN-CLOSE OR TRN-REOPEN OR TRN-XFER OR TRN-REVERSAL
006402         OR TRN-RELEASE)
006403         GO TO 2120-EXIT
006404     END-IF.
006405     MOVE "C" TO WS-REF-SOURCE.
006406     ACCEPT WS-REF-RUN FROM DATE YYYYMMDD.
006407     MOVE ZERO TO WS-REF-SEQ.
006408     OPEN INPUT USERREFC.
006409     IF WS-USERREFC-STATUS = "35"
006410         GO TO 2120-NEXT-NUMBER
006411     END-IF.
006412     IF WS-USERREFC-STATUS NOT = "00"
006413         DISPLAY "HELLCBL: UNABLE TO OPEN USERREFC, STATUS = "
006414             WS-USERREFC-STATUS
006415         MOVE 16 TO RETURN-CODE
006416         GO TO 2120-EXIT
006417     END-IF.
006418     READ USERREFC
006419         AT END
006420             MOVE ZERO TO REFC-LAST-DATE, REFC-LAST-SEQ
006421     END-READ.
006422     CLOSE USERREFC.
006423     IF REFC-LAST-DATE = WS-REF-RUN
006424         MOVE REFC-LAST-SEQ TO WS-REF-SEQ
006425     END-IF.

006426 2120-NEXT-NUMBER.
006427     ADD 1 TO WS-REF-SEQ.
006428     OPEN OUTPUT USERREFC.
006429     IF WS-USERREFC-STATUS NOT = "00"
006430         DISPLAY "HELLCBL: UNABLE TO OPEN USERREFC, STATUS = "
006431             WS-USERREFC-STATUS
006432         MOVE 16 TO RETURN-CODE
006433         GO TO 2120-EXIT
006434     END-IF.
006435     MOVE WS-REF-RUN TO REFC-LAST-DATE.
006436     MOVE WS-REF-SEQ TO REFC-LAST-SEQ.
006437     WRITE REFC-RECORD.
006438     CLOSE USERREFC.
006439 2120-EXIT.
006440     EXIT.

006441*----------------------------------------------------------
006442* 2150-CHECK-APPROVAL - DUAL CONTROL.  SIZE UP THE DOLLARS THE
006443* TRANSACTION WOULD MOVE AND MARK IT PENDING IF THAT IS OVER
006444* PARM-APPR-LIMIT.  A W OR T MOVES THE KEYED AMOUNT.  A C
006445* REPLACES THE BALANCE OUTRIGHT, SO ITS MOVEMENT IS THE DISTANCE
006446* FROM THE CURRENT BALANCE EITHER WAY - A C WITH THE ZERO "LEAVE
006447* THE BALANCE ALONE" TOKEN MOVES NOTHING.  A C FOR AN ID NOT ON
006448* THE MASTER IS LEFT FOR 2300-CHANGE-ACCOUNT TO SUSPEND AS
006449* NOT-FOUND IN THE USUAL WAY.  A V MOVES THE ACCOUNT BACK BY
006450* WHAT THE POSTING IT BACKS OUT MOVED IT - SEE 2155.
006451* NOTHING IS CHECKED FOR A SUSPENDED ITEM OR WITH A ZERO LIMIT.
006452*----------------------------------------------------------
006453 2150-CHECK-APPROVAL.
006454     MOVE ZERO TO WS-APPR-MOVEMENT.
006455     SET WS-NOT-PENDING TO TRUE.
006456     IF WS-IS-SUSPENDED OR PARM-APPR-LIMIT NOT > ZERO
006457         OR NOT (TRN-CHANGE OR TRN-WITHDRAW OR TRN-XFER
006458             OR TRN-REVERSAL)
006459         GO TO 2150-EXIT
006460     END-IF.
006461     IF TRN-REVERSAL
006462         PERFORM 2155-SIZE-REVERSAL THRU 2155-EXIT
006463     ELSE
006464         IF TRN-CHANGE
006465             IF TRN-BAL = ZERO
006466                 GO TO 2150-EXIT
006467             END-IF
006468             MOVE TRN-ID TO MF-USER-ID
006469             READ USERMAST INTO WS-USER
006470                 INVALID KEY
006471                     GO TO 2150-EXIT
006472             END-READ
006473             COMPUTE WS-APPR-MOVEMENT = TRN-BAL - USER-BAL
006474             IF WS-APPR-MOVEMENT < ZERO
006475                 COMPUTE WS-APPR-MOVEMENT =
006476                     ZERO - WS-APPR-MOVEMENT
006477             END-IF
006478         ELSE
006479             MOVE TRN-BAL TO WS-APPR-MOVEMENT
006480         END-IF
006481     END-IF.

006482     IF WS-APPR-MOVEMENT > PARM-APPR-LIMIT
006483         SET WS-IS-PENDING TO TRUE
006484     END-IF.
006485 2150-EXIT.
006486     EXIT.

006487*----------------------------------------------------------
006488* 2155-SIZE-REVERSAL - A V'S MOVEMENT FOR DUAL CONTROL IS WHAT THE
006489* POSTING IT BACKS OUT MOVED THE KEYED ACCOUNT, ALSO KEPT FOR THE
006490* ACTIVITY LOG OF A QUEUED V.  ONE THAT 2460-REVERSE-POSTING WILL
006491* REFUSE IS LEFT AT ZERO.
006492*----------------------------------------------------------
006493 2155-SIZE-REVERSAL.
006494     PERFORM 2467-SCAN-HISTORY THRU 2467-EXIT.
006495     IF WS-REV-SCAN-FAILED
006496         GO TO 2155-EXIT
006497     END-IF.
006498     IF NOT WS-REV-KEYED-SIDE OR WS-REV-TOO-MANY-SIDES
006499         OR WS-REV-ALREADY-DONE OR WS-REV-IS-A-REVERSAL
006500         GO TO 2155-EXIT
006501     END-IF.
006502     IF WS-REV-DELTA-1 < ZERO
006503         COMPUTE WS-REV-AMOUNT = ZERO - WS-REV-DELTA-1
006504     ELSE
006505         MOVE WS-REV-DELTA-1 TO WS-REV-AMOUNT
006506     END-IF.
006507     MOVE WS-REV-AMOUNT TO WS-APPR-MOVEMENT.
006508 2155-EXIT.
006509     EXIT.

006510*----------------------------------------------------------
006511* 2160-QUEUE-FOR-APPROVAL - PARK THE TRANSACTION ON USERAPRQ,
006512* ORIGINAL LINE INTACT, WITH WHO KEYED IT.  NOTHING TOUCHES THE
006513* MASTER OR THE HISTORY FILE UNTIL USRAPR APPROVES IT.
006514*----------------------------------------------------------
006515 2160-QUEUE-FOR-APPROVAL.
006516     MOVE SPACES TO APRQ-RECORD.
006517     MOVE WS-INP TO APR-ORIGINAL-INPUT.
006518     MOVE TRN-CODE TO APR-TRN-CODE.
006519     MOVE TRN-ID TO APR-USER-ID.
006520     MOVE WS-APPR-MOVEMENT TO APR-AMOUNT.
006521     ACCEPT APR-QUEUE-DATE FROM DATE YYYYMMDD.
006522     MOVE WS-OPER-ID TO APR-QUEUE-OPER.
006523     SET APR-PENDING TO TRUE.
006524     MOVE ZERO TO APR-DECIDE-DATE.
006525     MOVE WS-POST-REF TO APR-POST-REF.
006526     WRITE APRQ-RECORD.
006527 2160-EXIT.
006528     EXIT.

006529*----------------------------------------------------------
006530* 2356-PAYER-OVER-LIMIT - A TRANSFER WOULD TAKE THE PAYING
006531* ACCOUNT PAST PARM-HOLD-BAL.  SUSPEND IT AND HOLD THE ACCOUNT.
006532*----------------------------------------------------------
006533 2356-PAYER-OVER-LIMIT.
006534     PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT.
006535     MOVE USER-ID TO WS-HOLD-ID.
006536     MOVE WS-NEW-BAL TO LN-NEW-BAL.
006537     PERFORM 2750-HOLD-OVER-LIMIT THRU 2750-EXIT.
006538 2356-EXIT.
006539     EXIT.

006540*----------------------------------------------------------
006541* 2357-PAYEE-OVER-LIMIT - THE SAME FOR THE RECEIVING ACCOUNT.
006542*----------------------------------------------------------
006543 2357-PAYEE-OVER-LIMIT.
006544     PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT.
006545     MOVE TO-USER-ID TO WS-HOLD-ID.
006546     MOVE WS-TO-NEW-BAL TO LN-NEW-BAL.
006547     PERFORM 2750-HOLD-OVER-LIMIT THRU 2750-EXIT.
006548 2357-EXIT.
006549     EXIT.

006550*----------------------------------------------------------
006551* 2369-KEEP-ARC-DETAIL - THE ACTION FLAG AND THE NAME AND ADDRESS
006552* GROUP OFF AN ARCHIVE RECORD FOR THE REQUESTED ID.
006553*----------------------------------------------------------
006554 2369-KEEP-ARC-DETAIL.
006555     MOVE ARC-ACTION TO WS-ARC-ACTION.
006556     MOVE ARC-ADDRESS-DATA TO WS-ARC-ADDRESS.
006557 2369-EXIT.
006558     EXIT.

006559*----------------------------------------------------------
006560* 2450-MAINTAIN-ADDRESS - SET ONE FIELD OF THE ACCOUNT'S USERADDR
006561* RECORD FROM AN A LINE.  THE ACCOUNT MUST BE ON THE MASTER; THE
006562* FIRST A FOR AN ACCOUNT CREATES ITS RECORD, BLANK BUT FOR THE
006563* FIELD KEYED, AND LATER ONES REWRITE IT.  NO BALANCE MOVES, SO
006564* THERE IS NO HISTORY RECORD.
006565*----------------------------------------------------------
006566 2450-MAINTAIN-ADDRESS.
006567     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
006568     IF WS-ACCOUNT-NOTFOUND
006569         GO TO 2450-EXIT
006570     END-IF.

006571     SET WS-ADDR-ON-FILE TO TRUE.
006572     MOVE TRN-ID TO ADR-USER-ID.
006573     READ USERADDR
006574         INVALID KEY
006575             SET WS-ADDR-NOT-ON-FILE TO TRUE
006576     END-READ.
006577     IF WS-ADDR-NOT-ON-FILE
006578         MOVE SPACES TO ADDR-RECORD
006579         MOVE TRN-ID TO ADR-USER-ID
006580         MOVE ZERO TO ADR-CYCLE-DAY
006581     END-IF.

006582     EVALUATE TRUE
006583         WHEN TRN-ADDR-NAME
006584             MOVE TRN-ADDR-TEXT TO ADR-FULL-NAME
006585         WHEN TRN-ADDR-LINE-1
006586             MOVE TRN-ADDR-TEXT TO ADR-LINE-1
006587         WHEN TRN-ADDR-LINE-2
006588             MOVE TRN-ADDR-TEXT TO ADR-LINE-2
006589         WHEN TRN-ADDR-CITY
006590             MOVE TRN-ADDR-TEXT TO ADR-CITY
006591         WHEN TRN-ADDR-STATE
006592             MOVE TRN-ADDR-TEXT TO ADR-STATE
006593         WHEN TRN-ADDR-ZIP
006594             MOVE TRN-ADDR-TEXT TO ADR-ZIP
006595         WHEN TRN-ADDR-CYCLE
006596             IF TRN-ADDR-TEXT = SPACES
006597                 MOVE ZERO TO ADR-CYCLE-DAY
006598             ELSE
006599                 MOVE TRN-ADDR-CYCLE-NUM TO ADR-CYCLE-DAY
006600             END-IF
006601         WHEN TRN-ADDR-TAX-ID
006602             MOVE TRN-ADDR-TIN TO ADR-TAX-ID
006603     END-EVALUATE.

006604     IF WS-ADDR-ON-FILE
006605         REWRITE ADDR-RECORD
006606             INVALID KEY
006607                 MOVE "NOT-FOUND" TO SUSP-REASON-CODE
006608                 SET WS-IS-SUSPENDED TO TRUE
006609                 PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006610         END-REWRITE
006611     ELSE
006612         WRITE ADDR-RECORD
006613             INVALID KEY
006614                 MOVE "DUP-ID" TO SUSP-REASON-CODE
006615                 SET WS-IS-SUSPENDED TO TRUE
006616                 PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006617         END-WRITE
006618     END-IF.
006619 2450-EXIT.
006620     EXIT.

006621*----------------------------------------------------------
006622* 2460-REVERSE-POSTING - BACK OUT THE POSTING NAMED BY
006623* TRN-REV-REF, PUTTING EACH ACCOUNT IT MOVED BACK BY EXACTLY
006624* WHAT IT MOVED IT.  USERHIST IS THE RECORD OF WHAT WAS POSTED.
006625* THE REVERSAL IS REFUSED -
006626*     NO-REF     - THE REFERENCE IS NOT ON USERHIST, THE KEYED
006627*                  ID WAS NOT ONE OF ITS ACCOUNTS, OR IT MOVED
006628*                  NO BALANCE (A STATUS-ONLY CHANGE, A REOPEN)
006629*     REVERSED   - IT HAS ALREADY BEEN REVERSED, OR IS ITSELF A
006630*                  REVERSAL
006631*     UNSAFE-REV - AN ACCOUNT IT MOVED HAS SINCE LEFT THE MASTER,
006632*                  OR HAS MOVED SO THAT BACKING THE POSTING OUT
006633*                  WOULD TAKE IT OUTSIDE THE USERPARM THRESHOLDS
006634* BOTH SIDES ARE READ AND CHECKED BEFORE EITHER IS REWRITTEN, THE
006635* SAME AS A TRANSFER, AND EACH GETS A HISTORY RECORD UNDER THE
006636* NEW REFERENCE THAT NAMES THE ONE REVERSED.
006637*----------------------------------------------------------
006638 2460-REVERSE-POSTING.
006639     PERFORM 2467-SCAN-HISTORY THRU 2467-EXIT.
006640     IF WS-REV-SCAN-FAILED
006641         GO TO 2460-EXIT
006642     END-IF.

006643     IF NOT WS-REV-KEYED-SIDE OR WS-REV-TOO-MANY-SIDES
006644         MOVE "NO-REF" TO SUSP-REASON-CODE
006645         SET WS-IS-SUSPENDED TO TRUE
006646         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006647         GO TO 2460-EXIT
006648     END-IF.
006649     IF WS-REV-ALREADY-DONE OR WS-REV-IS-A-REVERSAL
006650         MOVE "REVERSED" TO SUSP-REASON-CODE
006651         SET WS-IS-SUSPENDED TO TRUE
006652         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006653         GO TO 2460-EXIT
006654     END-IF.
006655     IF WS-REV-DELTA-1 = ZERO AND WS-REV-DELTA-2 = ZERO
006656         MOVE "NO-REF" TO SUSP-REASON-CODE
006657         SET WS-IS-SUSPENDED TO TRUE
006658         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006659         GO TO 2460-EXIT
006660     END-IF.

006661     IF WS-REV-DELTA-1 < ZERO
006662         COMPUTE WS-REV-AMOUNT = ZERO - WS-REV-DELTA-1
006663     ELSE
006664         MOVE WS-REV-DELTA-1 TO WS-REV-AMOUNT
006665     END-IF.

006666     SET WS-ACCOUNT-FOUND TO TRUE.
006667     MOVE TRN-ID TO MF-USER-ID.
006668     READ USERMAST INTO WS-USER
006669         INVALID KEY
006670             SET WS-ACCOUNT-NOTFOUND TO TRUE
006671     END-READ.
006672     IF WS-ACCOUNT-NOTFOUND
006673         MOVE "UNSAFE-REV" TO SUSP-REASON-CODE
006674         SET WS-IS-SUSPENDED TO TRUE
006675         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006676         GO TO 2460-EXIT
006677     END-IF.
006678     COMPUTE WS-NEW-BAL = USER-BAL - WS-REV-DELTA-1.
006679     IF WS-NEW-BAL < PARM-LOW-BAL OR WS-NEW-BAL > PARM-HOLD-BAL
006680         MOVE "UNSAFE-REV" TO SUSP-REASON-CODE
006681         SET WS-IS-SUSPENDED TO TRUE
006682         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006683         GO TO 2460-EXIT
006684     END-IF.

006685     IF WS-REV-TWO-SIDED
006686         MOVE WS-REV-ID-2 TO MF-USER-ID
006687         READ USERMAST INTO WS-TO-USER
006688             INVALID KEY
006689                 MOVE "UNSAFE-REV" TO SUSP-REASON-CODE
006690                 SET WS-IS-SUSPENDED TO TRUE
006691                 PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006692         END-READ
006693         IF WS-IS-SUSPENDED
006694             GO TO 2460-EXIT
006695         END-IF
006696         COMPUTE WS-TO-NEW-BAL = TO-USER-BAL - WS-REV-DELTA-2
006697         IF WS-TO-NEW-BAL < PARM-LOW-BAL
006698             OR WS-TO-NEW-BAL > PARM-HOLD-BAL
006699             MOVE "UNSAFE-REV" TO SUSP-REASON-CODE
006700             SET WS-IS-SUSPENDED TO TRUE
006701             PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006702             GO TO 2460-EXIT
006703         END-IF
006704     END-IF.

006705     MOVE USER-BAL TO HIST-OLD-BAL.
006706     MOVE WS-NEW-BAL TO USER-BAL.
006707     MOVE USER-BAL TO HIST-NEW-BAL.
006708     MOVE WS-USER TO MF-USER-RECORD.
006709     REWRITE MF-USER-RECORD
006710         INVALID KEY
006711             MOVE "NOT-FOUND" TO SUSP-REASON-CODE
006712             SET WS-IS-SUSPENDED TO TRUE
006713             PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006714     END-REWRITE.
006715     IF WS-IS-SUSPENDED
006716         GO TO 2460-EXIT
006717     END-IF.
006718     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.

006719     IF WS-REV-TWO-SIDED
006720         MOVE WS-TO-NEW-BAL TO TO-USER-BAL
006721         MOVE WS-TO-USER TO MF-USER-RECORD
006722         REWRITE MF-USER-RECORD
006723             INVALID KEY
006724                 DISPLAY "HELLCBL: *** REVERSAL HALF-POSTED - "
006725                     "REWRITE FAILED FOR " TO-USER-ID
006726                     ", STATUS = " WS-USERMAST-STATUS " ***"
006727                 MOVE 12 TO RETURN-CODE
006728             NOT INVALID KEY
006729                 PERFORM 2620-WRITE-REV-TO-HISTORY THRU 2620-EXIT
006730         END-REWRITE
006731     END-IF.

006732     DISPLAY "REVERSED POSTING " TRN-REV-REF.
006733 2460-EXIT.
006734     EXIT.

006735*----------------------------------------------------------
006736* 2467-SCAN-HISTORY - READ THE WHOLE AUDIT TRAIL FOR THE
006737* REFERENCE BEING REVERSED, ADDING UP HOW FAR IT MOVED EACH
006738* ACCOUNT, AND WATCHING FOR AN EARLIER REVERSAL OF IT.  USERHIST
006739* SITS OPEN EXTEND, SO IT IS TURNED AROUND TO INPUT FOR THE SCAN
006740* AND BACK TO EXTEND AFTERWARDS, THE SAME AS THE ARCHIVE SCAN.
006741*----------------------------------------------------------
006742 2467-SCAN-HISTORY.
006743     MOVE "N" TO WS-HIST-EOF-SW, WS-REV-KEYED-SW,
006744         WS-REV-SIDE-2-SW, WS-REV-USED-SW, WS-REV-OF-REV-SW,
006745         WS-REV-SCAN-SW.
006746     MOVE ZERO TO WS-REV-ID-2, WS-REV-DELTA-1, WS-REV-DELTA-2.
006747     CLOSE USERHIST.
006748     OPEN INPUT USERHIST.
006749     IF WS-USERHIST-STATUS NOT = "00"
006750         DISPLAY "HELLCBL: UNABLE TO SCAN USERHIST, STATUS = "
006751             WS-USERHIST-STATUS
006752         SET WS-REV-SCAN-FAILED TO TRUE
006753         MOVE 16 TO RETURN-CODE
006754         GO TO 2467-EXIT
006755     END-IF.
006756     PERFORM 2468-SCAN-ONE-HIST THRU 2468-EXIT
006757         UNTIL WS-NO-MORE-HISTORY.
006758     CLOSE USERHIST.
006759     OPEN EXTEND USERHIST.
006760     IF WS-USERHIST-STATUS NOT = "00"
006761         DISPLAY "HELLCBL: UNABLE TO RE-OPEN USERHIST, STATUS = "
006762             WS-USERHIST-STATUS
006763         SET WS-REV-SCAN-FAILED TO TRUE
006764         MOVE 16 TO RETURN-CODE
006765     END-IF.
006766 2467-EXIT.
006767     EXIT.

006768 2468-SCAN-ONE-HIST.
006769     READ USERHIST
006770         AT END
006771             SET WS-NO-MORE-HISTORY TO TRUE
006772             GO TO 2468-EXIT
006773     END-READ.
006774     IF HIST-REVERSES-REF = TRN-REV-REF
006775         SET WS-REV-ALREADY-DONE TO TRUE
006776     END-IF.
006777     IF HIST-POST-REF NOT = TRN-REV-REF
006778         GO TO 2468-EXIT
006779     END-IF.

006780     IF HIST-REVERSES-REF NOT = SPACES
006781         SET WS-REV-IS-A-REVERSAL TO TRUE
006782     END-IF.
006783     COMPUTE WS-REV-MOVE = HIST-NEW-BAL - HIST-OLD-BAL.
006784     IF HIST-USER-ID = TRN-ID
006785         SET WS-REV-KEYED-SIDE TO TRUE
006786         ADD WS-REV-MOVE TO WS-REV-DELTA-1
006787         GO TO 2468-EXIT
006788     END-IF.
006789     IF WS-REV-ONE-SIDED
006790         MOVE HIST-USER-ID TO WS-REV-ID-2
006791         SET WS-REV-TWO-SIDED TO TRUE
006792     END-IF.
006793     IF HIST-USER-ID = WS-REV-ID-2
006794         ADD WS-REV-MOVE TO WS-REV-DELTA-2
006795     ELSE
006796         SET WS-REV-TOO-MANY-SIDES TO TRUE
006797     END-IF.
006798 2468-EXIT.
006799     EXIT.

006800*----------------------------------------------------------
006801* 2470-RELEASE-HOLD - TAKE A HELD ACCOUNT OFF HOLD.  THE ACCOUNT
006802* GOES BACK TO ACTIVE AND ITS USERHOLD RECORD IS MARKED RELEASED
006803* WITH THE REASON, THE NOTE, THE OPERATOR AND THE REFERENCE.  AN
006804* ACCOUNT NOT ON HOLD GOES TO SUSPENSE AS NOT-HELD.  A HOLD
006805* PLACED BEFORE USERHOLD EXISTED HAS NO RECORD - ONE IS WRITTEN
006806* WITH NO PLACED DATE, SO THE RELEASE IS STILL ON FILE.  NO
006807* BALANCE MOVES, SO THERE IS NO HISTORY RECORD.
006808*----------------------------------------------------------
006809 2470-RELEASE-HOLD.
006810     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
006811     IF WS-ACCOUNT-NOTFOUND
006812         GO TO 2470-EXIT
006813     END-IF.
006814     IF NOT USER-HOLD
006815         MOVE "NOT-HELD" TO SUSP-REASON-CODE
006816         SET WS-IS-SUSPENDED TO TRUE
006817         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006818         GO TO 2470-EXIT
006819     END-IF.

006820     SET USER-ACTIVE TO TRUE.
006821     MOVE WS-USER TO MF-USER-RECORD.
006822     REWRITE MF-USER-RECORD
006823         INVALID KEY
006824             MOVE "NOT-FOUND" TO SUSP-REASON-CODE
006825             SET WS-IS-SUSPENDED TO TRUE
006826             PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006827     END-REWRITE.
006828     IF WS-IS-SUSPENDED
006829         GO TO 2470-EXIT
006830     END-IF.

006831     SET WS-HOLD-ON-FILE TO TRUE.
006832     MOVE USER-ID TO HLD-USER-ID.
006833     READ USERHOLD
006834         INVALID KEY
006835             SET WS-HOLD-NOT-ON-FILE TO TRUE
006836     END-READ.
006837     IF WS-HOLD-NOT-ON-FILE
006838         MOVE SPACES TO HOLD-RECORD
006839         MOVE USER-ID TO HLD-USER-ID
006840         MOVE ZERO TO HLD-PLACED-DATE
006841     END-IF.

006842     SET HLD-RELEASED TO TRUE.
006843     ACCEPT HLD-RELEASE-DATE FROM DATE YYYYMMDD.
006844     MOVE TRN-REL-REASON TO HLD-RELEASE-REASON.
006845     MOVE "HELLCBL" TO HLD-RELEASE-JOB.
006846     MOVE WS-OPER-ID TO HLD-RELEASE-OPER.
006847     MOVE WS-POST-REF TO HLD-RELEASE-REF.
006848     MOVE TRN-REL-NOTE TO HLD-RELEASE-NOTE.
006849     IF WS-HOLD-ON-FILE
006850         REWRITE HOLD-RECORD
006851     ELSE
006852         WRITE HOLD-RECORD
006853     END-IF.
006854     IF WS-USERHOLD-STATUS NOT = "00"
006855         DISPLAY "HELLCBL: HOLD RELEASE NOT RECORDED FOR "
006856             USER-ID ", STATUS = " WS-USERHOLD-STATUS
006857     END-IF.
006858     DISPLAY "ACCOUNT " USER-ID " RELEASED FROM HOLD - "
006859         TRN-REL-REASON.
006860 2470-EXIT.
006861     EXIT.

006862*----------------------------------------------------------
006863* 2605-STAMP-HISTORY - WHO KEYED IT AND UNDER WHICH POSTING
006864* REFERENCE, AND FOR A V THE POSTING IT BACKS OUT.  A MOVEMENT
006865* WRITTEN HERE IS NEVER A DEPARTMENT MOVE.
006866*----------------------------------------------------------
006867 2605-STAMP-HISTORY.
006868     MOVE WS-OPER-ID TO HIST-OPER-ID.
006869     MOVE WS-POST-REF TO HIST-POST-REF.
006870     IF TRN-REVERSAL
006871         MOVE TRN-REV-REF TO HIST-REVERSES-REF
006872     ELSE
006873         MOVE SPACES TO HIST-REVERSES-REF
006874     END-IF.
006875     MOVE SPACES TO HIST-OLD-DEPT.
006876     MOVE SPACES TO HIST-NEW-DEPT.
006877     MOVE SPACE TO HIST-MOVE-TYPE.
006878 2605-EXIT.
006879     EXIT.

006880*----------------------------------------------------------
006881* 2620-WRITE-REV-TO-HISTORY - THE OTHER SIDE OF A REVERSED
006882* TRANSFER GETS ITS OWN AUDIT RECORD, NAMING THE POSTING BACKED
006883* OUT.  ITS OLD BALANCE IS THE NEW ONE PLUS WHAT CAME OFF.
006884*----------------------------------------------------------
006885 2620-WRITE-REV-TO-HISTORY.
006886     MOVE TO-USER-ID TO HIST-USER-ID.
006887     COMPUTE HIST-OLD-BAL = TO-USER-BAL + WS-REV-DELTA-2.
006888     MOVE TO-USER-BAL TO HIST-NEW-BAL.
006889     MOVE "HELLCBL" TO HIST-SOURCE-JOB.
006890     MOVE WS-OPER-ID TO HIST-OPER-ID.
006891     MOVE WS-POST-REF TO HIST-POST-REF.
006892     MOVE TRN-REV-REF TO HIST-REVERSES-REF.
006893     MOVE SPACES TO HIST-OLD-DEPT.
006894     MOVE SPACES TO HIST-NEW-DEPT.
006895     MOVE SPACE TO HIST-MOVE-TYPE.
006896     ACCEPT HIST-EFF-DATE FROM DATE YYYYMMDD.
006897     WRITE HIST-RECORD.
006898 2620-EXIT.
006899     EXIT.

006900*----------------------------------------------------------
006901* 2720-DROP-ADDRESS - THE ACCOUNT IS GONE FROM THE MASTER AND ITS
006902* NAME AND ADDRESS IS SAFE ON THE ARCHIVE IMAGE, SO THE USERADDR
006903* RECORD GOES TOO.  AN ACCOUNT THAT NEVER HAD ONE IS FINE.
006904*----------------------------------------------------------
006905 2720-DROP-ADDRESS.
006906     MOVE USER-ID TO ADR-USER-ID.
006907     DELETE USERADDR
006908         INVALID KEY
006909             CONTINUE
006910     END-DELETE.
006911 2720-EXIT.
006912     EXIT.

006913*----------------------------------------------------------
006914* 2730-RESTORE-ADDRESS - A REOPENED ACCOUNT GETS BACK THE NAME AND
006915* ADDRESS IT WAS CLOSED WITH, IF THE ARCHIVE IMAGE CARRIED ONE.
006916* THE ACCOUNT HAS ALREADY BEEN RESTORED BY NOW, SO A FAILURE HERE
006917* IS ONLY REPORTED - THE ADDRESS CAN BE KEYED AGAIN WITH A.
006918* THE SAME GROUP RIDES THE REOPEN MARKER 2710 WRITES AFTER IT.
006919*----------------------------------------------------------
006920 2730-RESTORE-ADDRESS.
006921     MOVE WS-ARC-ADDRESS TO ARC-ADDRESS-DATA.
006922     IF WS-ARC-ADDRESS = SPACES
006923         GO TO 2730-EXIT
006924     END-IF.
006925     MOVE USER-ID TO ADR-USER-ID.
006926     MOVE WS-ARC-ADDRESS TO ADR-ADDRESS-DATA.
006927     WRITE ADDR-RECORD
006928         INVALID KEY
006929             DISPLAY "HELLCBL: ADDRESS NOT RESTORED FOR " USER-ID
006930                 ", STATUS = " WS-USERADDR-STATUS
006931     END-WRITE.
006932 2730-EXIT.
006933     EXIT.

006934*----------------------------------------------------------
006935* 2750-HOLD-OVER-LIMIT - A MOVEMENT WOULD HAVE TAKEN ACCOUNT
006936* WS-HOLD-ID PAST PARM-HOLD-BAL.  THE MOVEMENT HAS GONE TO
006937* SUSPENSE; THE ACCOUNT ITSELF IS PUT ON HOLD FOR COMPLIANCE TO
006938* REVIEW, WITH THE BALANCE IT WOULD HAVE REACHED IN THE NOTE.
006939* THE ACCOUNT IS RE-READ INTO THE RECORD AREA SO WS-USER IS LEFT
006940* AS IT WAS.  AN ACCOUNT ALREADY ON HOLD KEEPS ITS FIRST REASON.
006941*----------------------------------------------------------
006942 2750-HOLD-OVER-LIMIT.
006943     MOVE WS-HOLD-ID TO MF-USER-ID.
006944     READ USERMAST
006945         INVALID KEY
006946             GO TO 2750-EXIT
006947     END-READ.
006948     IF MF-USER-HOLD
006949         GO TO 2750-EXIT
006950     END-IF.
006951     SET MF-USER-HOLD TO TRUE.
006952     REWRITE MF-USER-RECORD
006953         INVALID KEY
006954             DISPLAY "HELLCBL: HOLD NOT PLACED FOR " WS-HOLD-ID
006955                 ", STATUS = " WS-USERMAST-STATUS
006956             GO TO 2750-EXIT
006957     END-REWRITE.
006958     DISPLAY "ACCOUNT " WS-HOLD-ID " PLACED ON HOLD - OVER-LIMIT".

006959     MOVE "C" TO WS-HOLD-CLASS.
006960     MOVE "OVER-LIMIT" TO WS-HOLD-REASON.
006961     MOVE WS-LIMIT-NOTE TO WS-HOLD-NOTE.
006962     PERFORM 2760-WRITE-HOLD THRU 2760-EXIT.
006963 2750-EXIT.
006964     EXIT.

006965*----------------------------------------------------------
006966* 2760-WRITE-HOLD - RECORD WHY ACCOUNT WS-HOLD-ID HAS JUST GONE
006967* ON HOLD, BY WHOM AND UNDER WHICH REFERENCE.  A RECORD LEFT FROM
006968* AN EARLIER, RELEASED HOLD IS REPLACED.  THE HOLD IS ALREADY ON
006969* THE MASTER, SO A FAILURE HERE IS ONLY REPORTED.
006970*----------------------------------------------------------
006971 2760-WRITE-HOLD.
006972     SET WS-HOLD-ON-FILE TO TRUE.
006973     MOVE WS-HOLD-ID TO HLD-USER-ID.
006974     READ USERHOLD
006975         INVALID KEY
006976             SET WS-HOLD-NOT-ON-FILE TO TRUE
006977     END-READ.

006978     MOVE SPACES TO HOLD-RECORD.
006979     MOVE WS-HOLD-ID TO HLD-USER-ID.
006980     SET HLD-ON-HOLD TO TRUE.
006981     MOVE WS-HOLD-CLASS TO HLD-CLASS.
006982     MOVE WS-HOLD-REASON TO HLD-REASON.
006983     ACCEPT HLD-PLACED-DATE FROM DATE YYYYMMDD.
006984     MOVE "HELLCBL" TO HLD-PLACED-JOB.
006985     MOVE WS-OPER-ID TO HLD-PLACED-OPER.
006986     MOVE WS-POST-REF TO HLD-PLACED-REF.
006987     MOVE WS-HOLD-NOTE TO HLD-NOTE.
006988     MOVE ZERO TO HLD-RELEASE-DATE.
006989     IF WS-HOLD-ON-FILE
006990         REWRITE HOLD-RECORD
006991     ELSE
006992         WRITE HOLD-RECORD
006993     END-IF.
006994     IF WS-USERHOLD-STATUS NOT = "00"
006995         DISPLAY "HELLCBL: HOLD REASON NOT RECORDED FOR "
006996             WS-HOLD-ID ", STATUS = " WS-USERHOLD-STATUS
006997     END-IF.
006998 2760-EXIT.
006999     EXIT.

007000*----------------------------------------------------------
007001* 2955-FINISH-ACTIVITY - DATE THE ACTIVITY RECORD AND ADD THE
007002* POSTING REFERENCE, THE SIZE OF A V (WHAT IT BACKED OUT OF THE
007003* KEYED ACCOUNT) AND WHETHER THE ITEM WAS QUEUED FOR APPROVAL
007004* RATHER THAN POSTED.
007005*----------------------------------------------------------
007006 2955-FINISH-ACTIVITY.
007007     ACCEPT OPR-DATE FROM DATE YYYYMMDD.
007008     MOVE WS-POST-REF TO OPR-POST-REF.
007009     IF TRN-REVERSAL
007010         MOVE WS-REV-AMOUNT TO OPR-AMOUNT
007011     END-IF.
007012     IF WS-IS-PENDING
007013         SET OPR-PENDING-APPROVAL TO TRUE
007014     END-IF.
007015 2955-EXIT.
007016     EXIT.

007017*----------------------------------------------------------
007018* 3100-DISPLAY-ADDRESS - THE MAILING BLOCK OFF USERADDR, AND THE
007019* STATEMENT CYCLE DAY, FOR AN INQUIRY OR AN ADDRESS CHANGE.
007020*----------------------------------------------------------
007021 3100-DISPLAY-ADDRESS.
007022     MOVE USER-ID TO ADR-USER-ID.
007023     READ USERADDR
007024         INVALID KEY
007025             DISPLAY "NO NAME AND ADDRESS ON FILE"
007026             GO TO 3100-EXIT
007027     END-READ.
007028     DISPLAY "MAIL TO: " ADR-FULL-NAME.
007029     DISPLAY "         " ADR-LINE-1.
007030     IF ADR-LINE-2 NOT = SPACES
007031         DISPLAY "         " ADR-LINE-2
007032     END-IF.
007033     DISPLAY "         " ADR-CITY " " ADR-STATE " " ADR-ZIP.
007034     IF ADR-NO-CYCLE
007035         DISPLAY "NO STATEMENT CYCLE"
007036     ELSE
007037         DISPLAY "STATEMENT CYCLE DAY " ADR-CYCLE-DAY
007038     END-IF.
007039     IF ADR-NO-TAX-ID
007040         DISPLAY "NO TAXPAYER ID ON FILE"
007041     ELSE
007042         DISPLAY "TAXPAYER ID ON FILE, ENDING " ADR-TAX-ID(6:4)
007043     END-IF.
007044 3100-EXIT.
007045     EXIT.

007046*----------------------------------------------------------
007047* 3200-DISPLAY-HOLD - WHY A HELD ACCOUNT IS ON HOLD, SINCE WHEN
007048* AND ON WHOSE SAY, OFF ITS USERHOLD RECORD.
007049*----------------------------------------------------------
007050 3200-DISPLAY-HOLD.
007051     MOVE USER-ID TO HLD-USER-ID.
007052     READ USERHOLD
007053         INVALID KEY
007054             DISPLAY "NO HOLD REASON ON FILE"
007055             GO TO 3200-EXIT
007056     END-READ.
007057     IF NOT HLD-ON-HOLD
007058         DISPLAY "NO HOLD REASON ON FILE"
007059         GO TO 3200-EXIT
007060     END-IF.
007061     IF HLD-BILLING
007062         DISPLAY "BILLING HOLD - " HLD-REASON
007063     ELSE
007064         DISPLAY "COMPLIANCE HOLD - " HLD-REASON
007065     END-IF.
007066     DISPLAY "ON HOLD SINCE " HLD-PLACED-DATE " BY "
007067         HLD-PLACED-JOB " " HLD-PLACED-OPER.
007068     IF HLD-NOTE NOT = SPACES
007069         DISPLAY "NOTE: " HLD-NOTE
007070     END-IF.
007071 3200-EXIT.
007072     EXIT.

007073 END PROGRAM HELLCBL.
