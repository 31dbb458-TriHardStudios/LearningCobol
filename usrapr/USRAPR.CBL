000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    USRAPR.
000120 AUTHOR.        R F KOVACS.
000130 INSTALLATION.  ACCOUNT SERVICES.
000140 DATE-WRITTEN.  10/15/26.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* USRAPR - DUAL-CONTROL APPROVAL QUEUE.
000180*
000190* HELLCBL DOES NOT POST A CONSOLE C, W, T OR V THAT WOULD MOVE
000200* MORE THAN PARM-APPR-LIMIT DOLLARS - IT PARKS THE LINE ON THE
000210* USERAPRQ PENDING-APPROVAL QUEUE.  THIS PROGRAM WALKS THAT QUEUE
000220* ONE PENDING ITEM AT A TIME AND LETS A SECOND OPERATOR DECIDE IT:
000230*
000240*     A - APPROVE: POST THE ORIGINAL LINE NOW, THROUGH THE SAME
000250*         EDITS HELLCBL MAKES (THE MASTER MAY HAVE MOVED SINCE IT
000260*         WAS KEYED), WITH A USERHIST RECORD PER BALANCE MOVED AND
000270*         A USEROPRL RECORD UNDER THE ITEM'S OWN TRANSACTION CODE.
000280*         AN ITEM THE EDITS NOW REFUSE GOES TO USERSUSP WITH THE
000290*         EDIT'S OWN REASON CODE AND IS MARKED FAILED.
000300*     D - DECLINE: SEND THE ORIGINAL LINE TO USERSUSP AS DECLINED.
000310*         NOTHING POSTS.
000320*     S - SKIP: LEAVE THE ITEM PENDING FOR ANOTHER DAY.
000330*     Q - QUIT: LEAVE THIS AND ALL REMAINING ITEMS PENDING.
000340*
000350* THE WHOLE POINT IS A SECOND PAIR OF EYES, SO AN ITEM IS NEVER
000360* PRESENTED TO THE OPERATOR WHO KEYED IT - IT IS CARRIED THROUGH
000370* PENDING FOR SOMEBODY ELSE.
000380*
000390* THE REWORKED QUEUE IS WRITTEN TO USERAPRO - EVERY INPUT ITEM
000400* COMES OUT EXACTLY ONCE, WITH ITS NEW DISPOSITION AND, WHEN IT
000410* WAS DECIDED, WHO DECIDED IT AND WHEN.  OPERATIONS COPIES
000420* USERAPRO BACK OVER USERAPRQ AFTER A CLEAN RUN, THE SAME TURNOVER
000430* AS USRSMT'S USERSUSO.
000440*
000450* POSTINGS MADE HERE CARRY USRAPR AS THE HISTORY SOURCE JOB AND
000460* THE APPROVING OPERATOR AS HIST-OPER-ID.  THE KEYING OPERATOR
000470* STAYS ON THE QUEUE RECORD AND ON HELLCBL'S USEROPRL ENTRY.
000472* THE POSTING REFERENCE HELLCBL GAVE THE ITEM WHEN IT WAS KEYED
000474* STAYS WITH IT - EVERY USERHIST, USERSUSP AND USEROPRL RECORD
000476* WRITTEN FOR THE ITEM HERE CARRIES THAT SAME NUMBER.
000477*
000478* HOLDS ARE EDITED AND RECORDED AS AT THE CONSOLE: AN APPROVED C
000479* CANNOT SET A HELD ACCOUNT ACTIVE OR INACTIVE (ON-HOLD), A C
000480* THAT PUTS AN ACCOUNT ON HOLD IS RECORDED ON USERHOLD AS A
000481* COMPLIANCE OVERRIDE, AND A W OR T THAT WOULD TAKE AN ACCOUNT
000482* PAST PARM-HOLD-BAL PUTS THAT ACCOUNT ON HOLD AS OVER-LIMIT.
000483* THE APPROVING OPERATOR IS RECORDED AS THE ONE WHO PLACED IT.
000484*
000485* AN APPROVED V (REVERSAL) IS EDITED AND POSTED AS AT THE CONSOLE
000486* - BOTH SIDES OF A TRANSFER, REFUSED AS NO-REF, REVERSED OR
000487* UNSAFE-REV - WITH A HISTORY RECORD PER SIDE NAMING THE POSTING
000488* BACKED OUT.  IF USERHIST CANNOT BE TURNED AROUND FOR THE
000489* REVERSAL'S SCAN, THE ITEM AND EVERY ONE AFTER IT ARE LEFT
000490* PENDING AND THE RUN ENDS RC 16.
000491*-----------------------------------------------------------------
000492 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520*    OPTIONAL SO A DAY WITH NOTHING EVER QUEUED IS AN EMPTY QUEUE,
000530*    NOT AN ERROR.
000540     SELECT OPTIONAL USERAPRQ  ASSIGN TO "USERAPRQ"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-USERAPRQ-STATUS.

000570     SELECT USERAPRO  ASSIGN TO "USERAPRO"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-USERAPRO-STATUS.

000600     SELECT USERMAST  ASSIGN TO "USERMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS MF-USER-ID
000640         ALTERNATE RECORD KEY IS MF-USER-NAME
000650             WITH DUPLICATES
000660         FILE STATUS IS WS-USERMAST-STATUS.

000670     SELECT USERHIST  ASSIGN TO "USERHIST"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-USERHIST-STATUS.

000700     SELECT USERSUSP  ASSIGN TO "USERSUSP"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-USERSUSP-STATUS.

000730     SELECT USERPARM  ASSIGN TO "USERPARM"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-USERPARM-STATUS.

000752*    THE DEPARTMENT CODE CARDS - SEE USERDPT.
000754     SELECT USERDEPT  ASSIGN TO "USERDEPT"
000756         ORGANIZATION IS LINE SEQUENTIAL
000758         FILE STATUS IS WS-USERDEPT-STATUS.

000760     SELECT OPTIONAL USEROPRL  ASSIGN TO "USEROPRL"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-USEROPRL-STATUS.
000781*    HOLD REASONS - OPTIONAL SO THE FIRST HOLD EVER CAN CREATE
000782*    THE FILE.
000783     SELECT OPTIONAL USERHOLD  ASSIGN TO "USERHOLD"
000784         ORGANIZATION IS INDEXED
000785         ACCESS MODE IS DYNAMIC
000786         RECORD KEY IS HLD-USER-ID
000787         FILE STATUS IS WS-USERHOLD-STATUS.

000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  USERAPRQ
000820     LABEL RECORDS ARE STANDARD.
000830 01  APRQ-INPUT-LINE                     PIC X(119).

000840 FD  USERAPRO
000850     LABEL RECORDS ARE STANDARD.
000860 01  APRO-OUTPUT-LINE                    PIC X(119).

000870 FD  USERMAST
000880     LABEL RECORDS ARE STANDARD.
000890 01  MF-USER-RECORD.
000900     COPY USERREC
000910         REPLACING ==USER-NAME==     BY ==MF-USER-NAME==
000920                   ==USER-ID==       BY ==MF-USER-ID==
000930                   ==USER-STATUS==   BY ==MF-USER-STATUS==
000940                   ==USER-ACTIVE==   BY ==MF-USER-ACTIVE==
000950                   ==USER-INACTIVE== BY ==MF-USER-INACTIVE==
000960                   ==USER-HOLD==     BY ==MF-USER-HOLD==
000970                   ==USER-BAL==      BY ==MF-USER-BAL==
000980                   ==USER-DEPT==     BY ==MF-USER-DEPT==.

000990 FD  USERHIST
001000     LABEL RECORDS ARE STANDARD.
001010 01  HIST-RECORD.
001020     COPY USERHST.

001030 FD  USERSUSP
001040     LABEL RECORDS ARE STANDARD.
001050 01  SUSP-RECORD.
001060     COPY USERSUS.

001070 FD  USERPARM
001080     LABEL RECORDS ARE STANDARD.
001090 01  PF-PARM-RECORD.
001100     COPY USERPRM
001110         REPLACING ==PARM-LOW-BAL==   BY ==PF-LOW-BAL==
001120                   ==PARM-HOLD-BAL==  BY ==PF-HOLD-BAL==
001130                   ==PARM-FEE-AMT==   BY ==PF-FEE-AMT==
001140                   ==PARM-INT-RATE==  BY ==PF-INT-RATE==
001150                   ==PARM-DORM-DAYS== BY ==PF-DORM-DAYS==
001160                   ==PARM-ESCH-DAYS== BY ==PF-ESCH-DAYS==
001170                   ==PARM-AGE-LIMIT== BY ==PF-AGE-LIMIT==
001180                   ==PARM-APPR-LIMIT== BY ==PF-APPR-LIMIT==.

001182 FD  USERDEPT
001184     LABEL RECORDS ARE STANDARD.
001186 01  DEPT-RECORD.
001188     COPY USERDPT.

001190 FD  USEROPRL
001200     LABEL RECORDS ARE STANDARD.
001210 01  OPRL-RECORD.
001220     COPY USEROPR.

001222 FD  USERHOLD
001224     LABEL RECORDS ARE STANDARD.
001226 01  HOLD-RECORD.
001228     COPY USERHLD.

001230 WORKING-STORAGE SECTION.
001240 01  WS-PROGRAM-NAME                     PIC X(15)
001250                                         VALUE "USRAPR".

001260 01  WS-APRQ.
001270     COPY USERAPR.

001280 01  WS-USER.
001290     COPY USERREC.

001300*    THE RECEIVING SIDE OF A TRANSFER IS STAGED SEPARATELY SO
001310*    BOTH SIDES CAN BE READ AND RANGE-CHECKED BEFORE EITHER
001320*    REWRITE TOUCHES THE MASTER - THE SAME AS HELLCBL.
001330 01  WS-TO-USER.
001340     COPY USERREC
001350         REPLACING ==USER-NAME==     BY ==TO-USER-NAME==
001360                   ==USER-ID==       BY ==TO-USER-ID==
001370                   ==USER-STATUS==   BY ==TO-USER-STATUS==
001380                   ==USER-ACTIVE==   BY ==TO-USER-ACTIVE==
001390                   ==USER-INACTIVE== BY ==TO-USER-INACTIVE==
001400                   ==USER-HOLD==     BY ==TO-USER-HOLD==
001410                   ==USER-BAL==      BY ==TO-USER-BAL==
001420                   ==USER-DEPT==     BY ==TO-USER-DEPT==.

001430 01  WS-TRN.
001440     COPY USERTRN.

001450 01  WS-PARM.
001460     COPY USERPRM.

001470 01  WS-FILE-STATUSES.
001480     05  WS-USERAPRQ-STATUS              PIC X(02).
001490     05  WS-USERAPRO-STATUS              PIC X(02).
001500     05  WS-USERMAST-STATUS              PIC X(02).
001510         88  WS-USERMAST-OK               VALUE "00".
001520     05  WS-USERHIST-STATUS              PIC X(02).
001530     05  WS-USERSUSP-STATUS              PIC X(02).
001540     05  WS-USERPARM-STATUS              PIC X(02).
001550     05  WS-USEROPRL-STATUS              PIC X(02).
001555     05  WS-USERHOLD-STATUS              PIC X(02).
001557     05  WS-USERDEPT-STATUS              PIC X(02).

001560 77  WS-EOF-SW                           PIC X(01) VALUE "N".
001570     88  WS-NO-MORE-QUEUE                 VALUE "Y".

001580 77  WS-QUIT-SW                          PIC X(01) VALUE "N".
001590     88  WS-OPERATOR-QUIT                 VALUE "Y".

001600 77  WS-ACTION-SW                        PIC X(01) VALUE "N".
001610     88  WS-ACTION-VALID                  VALUE "Y".

001620 77  WS-ACTION                           PIC X(01) VALUE SPACE.
001630     88  WS-ACTION-APPROVE                VALUE "A".
001640     88  WS-ACTION-DECLINE                VALUE "D".
001650     88  WS-ACTION-SKIP                   VALUE "S".
001660     88  WS-ACTION-QUIT                   VALUE "Q".

001670 77  WS-SUSPENSE-SW                      PIC X(01) VALUE "N".
001680     88  WS-IS-SUSPENDED                  VALUE "Y".
001690     88  WS-NOT-SUSPENDED                 VALUE "N".

001700 77  WS-NOTFOUND-SW                      PIC X(01) VALUE "N".
001710     88  WS-ACCOUNT-NOTFOUND              VALUE "Y".
001720     88  WS-ACCOUNT-FOUND                 VALUE "N".

001721*    THE DEPARTMENT TABLE, LOADED FROM THE USERDEPT CARDS.
001722 77  WS-DEPT-EOF-SW                      PIC X(01) VALUE "N".
001723     88  WS-NO-MORE-DEPTS                 VALUE "Y".
001724 77  WS-DCODE-MAX                        PIC 9(03) COMP
001725                                         VALUE 100.
001726 77  WS-DCODE-USED                       PIC 9(03) COMP
001727                                         VALUE ZERO.
001728 77  WS-DCODE-IX                         PIC 9(03) COMP
001729                                         VALUE ZERO.

001730*    SIGNED AND ONE DIGIT WIDER THAN USER-BAL SO A RESULT CAN GO
001740*    NEGATIVE OR PAST THE HOLD LIMIT AND STILL BE RANGE-CHECKED
001750*    BEFORE ANYTHING TOUCHES THE MASTER.
001760 77  WS-NEW-BAL                          PIC S9(10)V99
001770                                          VALUE ZERO.
001780 77  WS-TO-NEW-BAL                       PIC S9(10)V99
001790                                          VALUE ZERO.

001800 77  WS-READ-COUNT                       PIC 9(07) COMP
001810                                         VALUE ZERO.
001820 77  WS-APPROVE-COUNT                    PIC 9(07) COMP
001830                                         VALUE ZERO.
001840 77  WS-FAIL-COUNT                       PIC 9(07) COMP
001850                                         VALUE ZERO.
001860 77  WS-DECLINE-COUNT                    PIC 9(07) COMP
001870                                         VALUE ZERO.
001880 77  WS-SKIP-COUNT                       PIC 9(07) COMP
001890                                         VALUE ZERO.
001900 77  WS-OWN-COUNT                        PIC 9(07) COMP
001910                                         VALUE ZERO.
001920 77  WS-CARRY-COUNT                      PIC 9(07) COMP
001930                                         VALUE ZERO.
001940 77  WS-RETAIN-COUNT                     PIC 9(07) COMP
001950                                         VALUE ZERO.

001951 77  WS-DCODE-AT                         PIC 9(03) COMP
001952                                         VALUE ZERO.
001953 01  WS-FIND-DEPT                        PIC X(04).

001954 01  WS-DCODE-TABLE.
001955     05  WS-DCODE-ENTRY OCCURS 100 TIMES.
001956         10  DC-CODE                     PIC X(04).
001957         10  DC-DESC                     PIC X(20).
001958         10  DC-OPEN-FLAG                PIC X(01).
001959             88  DC-OPEN                 VALUE "Y".

001960*    THE SIGNED-ON OPERATOR - REQUIRED BEFORE THE QUEUE IS
001970*    PRESENTED, AND NEVER THE SAME AS THE OPERATOR WHO KEYED AN
001971*    ITEM THIS SESSION DECIDES.
001972 77  WS-OPER-ID                          PIC X(08) VALUE SPACES.

001973*    THE HOLD TO BE RECORDED ON USERHOLD - WHICH ACCOUNT, WHY, AND
001974*    A NOTE FOR WHOEVER WORKS IT.
001975 01  WS-HOLD-REQUEST.
001976     05  WS-HOLD-ID                      PIC 9(08).
001977     05  WS-HOLD-CLASS                   PIC X(01).
001978     05  WS-HOLD-REASON                  PIC X(12).
001979     05  WS-HOLD-NOTE                    PIC X(40).

001980 77  WS-HOLD-SW                          PIC X(01) VALUE "N".
001981     88  WS-HOLD-ON-FILE                  VALUE "Y".
001982     88  WS-HOLD-NOT-ON-FILE              VALUE "N".

001983*    SET WHEN A C PUTS AN ACCOUNT THAT WAS NOT ON HOLD ON HOLD.
001984 77  WS-NEW-HOLD-SW                      PIC X(01) VALUE "N".
001985     88  WS-NEW-HOLD                      VALUE "Y".
001986     88  WS-NO-NEW-HOLD                   VALUE "N".

001987*    THE NOTE ON AN OVER-LIMIT HOLD - WHERE THE MOVEMENT WOULD
001988*    HAVE TAKEN THE BALANCE.
001989 01  WS-LIMIT-NOTE.
001990     05  FILLER                          PIC X(18)
001991         VALUE "BALANCE WOULD BE $".
001992     05  LN-NEW-BAL                      PIC Z(09)9.99.
001993     05  FILLER                          PIC X(09) VALUE SPACES.

001994*    A REVERSAL'S VIEW OF THE POSTING IT NAMES, GATHERED FROM
001995*    USERHIST THE SAME AS HELLCBL: HOW FAR THE POSTING MOVED THE
001996*    KEYED ACCOUNT (SIDE 1) AND, FOR A TRANSFER, THE ACCOUNT ON
001997*    THE OTHER SIDE (SIDE 2).
001998 77  WS-HIST-EOF-SW                      PIC X(01) VALUE "N".
001999     88  WS-NO-MORE-HISTORY               VALUE "Y".

002000 77  WS-REV-KEYED-SW                     PIC X(01) VALUE "N".
002001     88  WS-REV-KEYED-SIDE                VALUE "Y".

002002 77  WS-REV-SIDE-2-SW                    PIC X(01) VALUE "N".
002003     88  WS-REV-ONE-SIDED                 VALUE "N".
002004     88  WS-REV-TWO-SIDED                 VALUE "Y".
002005     88  WS-REV-TOO-MANY-SIDES            VALUE "X".

002006 77  WS-REV-USED-SW                      PIC X(01) VALUE "N".
002007     88  WS-REV-ALREADY-DONE              VALUE "Y".

002008 77  WS-REV-OF-REV-SW                    PIC X(01) VALUE "N".
002009     88  WS-REV-IS-A-REVERSAL             VALUE "Y".

002010*    SET WHEN USERHIST CANNOT BE TURNED AROUND FOR THE SCAN, OR
002011*    BACK TO EXTEND AFTER IT.
002012 77  WS-REV-SCAN-SW                      PIC X(01) VALUE "N".
002013     88  WS-REV-SCAN-FAILED               VALUE "Y".

002014*    SET ONCE THE KEYED SIDE OF A REVERSAL HAS BEEN REWRITTEN -
002015*    2200 TAKES A V THAT IS NEITHER POSTED NOR SUSPENDED AS NOT
002016*    DONE AT ALL.
002017 77  WS-REV-POST-SW                      PIC X(01) VALUE "N".
002018     88  WS-REV-POSTED                    VALUE "Y".

002019 77  WS-REV-ID-2                         PIC 9(08) VALUE ZERO.
002020 77  WS-REV-DELTA-1                      PIC S9(10)V99
002021                                          VALUE ZERO.
002022 77  WS-REV-DELTA-2                      PIC S9(10)V99
002023                                          VALUE ZERO.
002024 77  WS-REV-MOVE                         PIC S9(10)V99
002025                                          VALUE ZERO.

002026*    THE SIZE OF THE REVERSAL ON THE KEYED ACCOUNT, FOR THE
002027*    ACTIVITY LOG.
002028 77  WS-REV-AMOUNT                       PIC 9(09)V99
002029                                          VALUE ZERO.

002030 01  WS-RUN-DATE                         PIC 9(08).
002031 01  WS-INP                              PIC X(50).

002032 PROCEDURE DIVISION.

002033 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002050     IF RETURN-CODE = ZERO
002060         PERFORM 2000-PROCESS-QUEUE THRU 2000-EXIT
002070             UNTIL WS-NO-MORE-QUEUE
002080         PERFORM 8000-TERMINATE THRU 8000-EXIT
002090     END-IF.
002100     STOP RUN.

002110*----------------------------------------------------------
002120* 1000-INITIALIZE - SIGN ON, LOAD THE CONTROL PARMS AND THE
002130* DEPARTMENT TABLE, AND OPEN THE FILES.
002140*----------------------------------------------------------
002150 1000-INITIALIZE.
002160     INITIALIZE WS-APRQ, WS-USER, WS-TRN.
002170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

002180     PERFORM 1200-SIGN-ON THRU 1200-EXIT.

002190     PERFORM 1100-READ-PARMS THRU 1100-EXIT.

002192     PERFORM 1300-LOAD-DEPTS THRU 1300-EXIT.
002194     IF RETURN-CODE NOT = ZERO
002196         GO TO 1000-EXIT
002198     END-IF.

002200*    STATUS 05 IS A SUCCESSFUL OPEN OF A QUEUE THAT HAS NEVER
002210*    BEEN CREATED - NOTHING PENDING, NOT AN ERROR.
002220     OPEN INPUT USERAPRQ.
002230     IF WS-USERAPRQ-STATUS NOT = "00" AND
002240         WS-USERAPRQ-STATUS NOT = "05"
002250         DISPLAY "USRAPR: UNABLE TO OPEN USERAPRQ, STATUS = "
002260             WS-USERAPRQ-STATUS
002270         MOVE 16 TO RETURN-CODE
002280         GO TO 1000-EXIT
002290     END-IF.

002300     OPEN OUTPUT USERAPRO.
002310     IF WS-USERAPRO-STATUS NOT = "00"
002320         DISPLAY "USRAPR: UNABLE TO OPEN USERAPRO, STATUS = "
002330             WS-USERAPRO-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         GO TO 1000-EXIT
002360     END-IF.

002370     OPEN I-O USERMAST.
002380     IF NOT WS-USERMAST-OK
002390         DISPLAY "USRAPR: UNABLE TO OPEN USERMAST, STATUS = "
002400             WS-USERMAST-STATUS
002410         MOVE 16 TO RETURN-CODE
002420         GO TO 1000-EXIT
002430     END-IF.

002440     OPEN EXTEND USERHIST.
002450     IF WS-USERHIST-STATUS NOT = "00"
002460         DISPLAY "USRAPR: UNABLE TO OPEN USERHIST, STATUS = "
002470             WS-USERHIST-STATUS
002480         MOVE 16 TO RETURN-CODE
002490         GO TO 1000-EXIT
002500     END-IF.

002510     OPEN EXTEND USERSUSP.
002520     IF WS-USERSUSP-STATUS NOT = "00"
002530         DISPLAY "USRAPR: UNABLE TO OPEN USERSUSP, STATUS = "
002540             WS-USERSUSP-STATUS
002550         MOVE 16 TO RETURN-CODE
002560         GO TO 1000-EXIT
002570     END-IF.

002580     OPEN EXTEND USEROPRL.
002590     IF WS-USEROPRL-STATUS NOT = "00" AND
002600         WS-USEROPRL-STATUS NOT = "05"
002610         DISPLAY "USRAPR: UNABLE TO OPEN USEROPRL, STATUS = "
002620             WS-USEROPRL-STATUS
002630         MOVE 16 TO RETURN-CODE
002640         GO TO 1000-EXIT
002650     END-IF.

002651     OPEN I-O USERHOLD.
002652     IF WS-USERHOLD-STATUS NOT = "00" AND
002653         WS-USERHOLD-STATUS NOT = "05"
002654         DISPLAY "USRAPR: UNABLE TO OPEN USERHOLD, STATUS = "
002655             WS-USERHOLD-STATUS
002656         MOVE 16 TO RETURN-CODE
002657         GO TO 1000-EXIT
002658     END-IF.
002660 1000-EXIT.
002670     EXIT.

002680*----------------------------------------------------------
002690* 1100-READ-PARMS - LOAD THE HOLD/INACTIVE THRESHOLDS THE POSTING
002700* EDITS RANGE-CHECK AGAINST, WITH THE SAME DEFAULTS AND THE SAME
002710* NEGATIVE-FLOOR RULE AS HELLCBL.
002720*----------------------------------------------------------
002730 1100-READ-PARMS.
002740     MOVE +0000.00 TO PARM-LOW-BAL.
002750     MOVE 9999.99 TO PARM-HOLD-BAL.

002760     OPEN INPUT USERPARM.
002770     IF WS-USERPARM-STATUS = "00"
002780         READ USERPARM INTO PF-PARM-RECORD
002790             AT END
002800                 CONTINUE
002810             NOT AT END
002820                 MOVE PF-PARM-RECORD TO WS-PARM
002830         END-READ
002840         CLOSE USERPARM
002850     END-IF.

002860     IF PARM-LOW-BAL IS NOT NUMERIC OR PARM-LOW-BAL < ZERO
002870         MOVE +0000.00 TO PARM-LOW-BAL
002880     END-IF.
002890     IF PARM-HOLD-BAL IS NOT NUMERIC
002900         MOVE 9999.99 TO PARM-HOLD-BAL
002910     END-IF.
002920 1100-EXIT.
002930     EXIT.

002940*----------------------------------------------------------
002950* 1200-SIGN-ON - NO ITEM IS DECIDED WITHOUT KNOWING WHO DECIDED
002960* IT.  PROMPT UNTIL AN OPERATOR ID IS KEYED.
002970*----------------------------------------------------------
002980 1200-SIGN-ON.
002990     PERFORM 1210-GET-OPERATOR THRU 1210-EXIT
003000         UNTIL WS-OPER-ID NOT = SPACES.
003010     DISPLAY "OPERATOR " WS-OPER-ID " SIGNED ON".
003020 1200-EXIT.
003030     EXIT.

003040 1210-GET-OPERATOR.
003050     DISPLAY "ENTER OPERATOR ID:".
003060     ACCEPT WS-OPER-ID.
003070 1210-EXIT.
003080     EXIT.

003090*----------------------------------------------------------
003100* 2000-PROCESS-QUEUE - READ ONE QUEUE ITEM.  ITEMS DECIDED ON A
003110* PRIOR RUN ARE CARRIED STRAIGHT THROUGH FOR AUDIT.  A PENDING
003120* ITEM IS PRESENTED UNLESS THE OPERATOR HAS QUIT OR KEYED IT, IN
003130* WHICH CASE IT STAYS PENDING.
003140*----------------------------------------------------------
003150 2000-PROCESS-QUEUE.
003160     READ USERAPRQ INTO WS-APRQ
003170         AT END
003180             SET WS-NO-MORE-QUEUE TO TRUE
003190         NOT AT END
003200             ADD 1 TO WS-READ-COUNT
003210             EVALUATE TRUE
003220                 WHEN NOT APR-PENDING
003230                     ADD 1 TO WS-RETAIN-COUNT
003240                 WHEN WS-OPERATOR-QUIT
003250                     ADD 1 TO WS-CARRY-COUNT
003260                 WHEN APR-QUEUE-OPER = WS-OPER-ID
003270                     DISPLAY " "
003280                     DISPLAY "ITEM " WS-READ-COUNT " FOR "
003290                         APR-USER-ID " WAS KEYED BY YOU - LEFT "
003300                         "FOR ANOTHER OPERATOR"
003310                     ADD 1 TO WS-OWN-COUNT
003320                 WHEN OTHER
003330                     PERFORM 2100-WORK-ITEM THRU 2100-EXIT
003340             END-EVALUATE
003350             WRITE APRO-OUTPUT-LINE FROM WS-APRQ
003360     END-READ.
003370 2000-EXIT.
003380     EXIT.

003390*----------------------------------------------------------
003400* 2100-WORK-ITEM - SHOW ONE PENDING ITEM AND APPLY THE OPERATOR'S
003410* DECISION TO IT.
003420*----------------------------------------------------------
003430 2100-WORK-ITEM.
003440     DISPLAY " ".
003450     DISPLAY "ITEM " WS-READ-COUNT " QUEUED " APR-QUEUE-DATE
003460         " BY " APR-QUEUE-OPER.
003470     DISPLAY "CODE: " APR-TRN-CODE "  USER-ID: " APR-USER-ID
003480         "  MOVES $" APR-AMOUNT.
003490     DISPLAY "INPUT : " APR-ORIGINAL-INPUT.

003500     MOVE "N" TO WS-ACTION-SW.
003510     PERFORM 2150-GET-ACTION THRU 2150-EXIT
003520         UNTIL WS-ACTION-VALID.

003530     EVALUATE TRUE
003540         WHEN WS-ACTION-APPROVE
003550             PERFORM 2200-APPROVE-ITEM THRU 2200-EXIT
003560         WHEN WS-ACTION-DECLINE
003570             PERFORM 2400-DECLINE-ITEM THRU 2400-EXIT
003580         WHEN WS-ACTION-SKIP
003590             ADD 1 TO WS-SKIP-COUNT
003600         WHEN WS-ACTION-QUIT
003610             SET WS-OPERATOR-QUIT TO TRUE
003620             ADD 1 TO WS-CARRY-COUNT
003630     END-EVALUATE.
003640 2100-EXIT.
003650     EXIT.

003660*----------------------------------------------------------
003670* 2150-GET-ACTION - PROMPT UNTIL THE OPERATOR KEYS A VALID ACTION.
003680*----------------------------------------------------------
003690 2150-GET-ACTION.
003700     DISPLAY "ACTION? A=APPROVE D=DECLINE S=SKIP Q=QUIT".
003710     ACCEPT WS-ACTION.
003720     IF WS-ACTION-APPROVE OR WS-ACTION-DECLINE
003730         OR WS-ACTION-SKIP OR WS-ACTION-QUIT
003740         SET WS-ACTION-VALID TO TRUE
003750     ELSE
003760         DISPLAY "INVALID ACTION: " WS-ACTION
003770     END-IF.
003780 2150-EXIT.
003790     EXIT.

003800*----------------------------------------------------------
003810* 2200-APPROVE-ITEM - RE-EDIT THE ORIGINAL LINE AND POST IT.  THE
003820* BALANCE MAY HAVE MOVED SINCE THE ITEM WAS QUEUED, SO EVERY EDIT
003830* AND RANGE CHECK IS MADE AGAIN AGAINST TODAY'S MASTER AND TODAY'S
003840* USERPARM CARD.  AN ITEM THE EDITS REFUSE IS SUSPENDED UNDER THE
003850* EDIT'S OWN REASON CODE AND MARKED FAILED, NOT APPROVED.
003860*----------------------------------------------------------
003870 2200-APPROVE-ITEM.
003880     MOVE APR-ORIGINAL-INPUT TO WS-INP.
003890     MOVE WS-INP TO SUSP-ORIGINAL-INPUT.
003900     INITIALIZE WS-TRN.
003910     UNSTRING WS-INP DELIMITED BY SPACE INTO
003920         TRN-CODE, TRN-NAME, TRN-ID, TRN-BAL-TEXT, TRN-STATUS,
003930         TRN-DEPT.
003931*    A V LINE IS CODE, ID AND THE REFERENCE BEING REVERSED.
003932     IF TRN-REVERSAL
003933         INITIALIZE WS-TRN
003934         UNSTRING WS-INP DELIMITED BY SPACE INTO
003935             TRN-CODE, TRN-ID, TRN-REV-REF
003936     END-IF.

003940     PERFORM 2250-VALIDATE-TRANSACTION THRU 2250-EXIT.

003950     IF WS-IS-SUSPENDED
003960         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
003970     ELSE
003980         EVALUATE TRUE
003990             WHEN TRN-CHANGE
004000                 PERFORM 2300-CHANGE-ACCOUNT THRU 2300-EXIT
004010             WHEN TRN-WITHDRAW
004020                 PERFORM 2350-APPLY-DELTA THRU 2350-EXIT
004030             WHEN TRN-XFER
004040                 PERFORM 2355-TRANSFER THRU 2355-EXIT
004042             WHEN TRN-REVERSAL
004044                 PERFORM 2460-REVERSE-POSTING THRU 2460-EXIT
004049         END-EVALUATE
004050     END-IF.

004051*    A REVERSAL THAT WAS NEITHER POSTED NOR SUSPENDED NEVER GOT
004052*    PAST USERHIST - THE ITEM AND THE REST OF THE QUEUE STAY
004053*    PENDING.
004054     IF TRN-REVERSAL AND NOT WS-IS-SUSPENDED AND NOT WS-REV-POSTED
004055         DISPLAY "USERHIST UNAVAILABLE - ITEM LEFT PENDING, "
004056             "SESSION ENDED"
004057         SET WS-OPERATOR-QUIT TO TRUE
004058         ADD 1 TO WS-CARRY-COUNT
004059         GO TO 2200-EXIT
004060     END-IF.

004070     IF WS-IS-SUSPENDED
004080         SET APR-FAILED TO TRUE
004090         ADD 1 TO WS-FAIL-COUNT
004100         DISPLAY "APPROVED ITEM REFUSED BY EDIT - REASON: "
004110             SUSP-REASON-CODE
004120     ELSE
004130         SET APR-APPROVED TO TRUE
004140         ADD 1 TO WS-APPROVE-COUNT
004150         DISPLAY "APPROVED AND POSTED - NEW BALANCE $" USER-BAL
004160     END-IF.
004170     MOVE WS-OPER-ID TO APR-DECIDE-OPER.
004180     MOVE WS-RUN-DATE TO APR-DECIDE-DATE.

004190     PERFORM 2950-LOG-ACTIVITY THRU 2950-EXIT.
004200 2200-EXIT.
004210     EXIT.

004220*----------------------------------------------------------
004230* 2250-VALIDATE-TRANSACTION - THE HELLCBL EDITS FOR THE FOUR
004240* CODES THAT CAN BE QUEUED FOR APPROVAL: A C'S BALANCE, STATUS AND
004250* DEPARTMENT, A POSITIVE W OR T AMOUNT, A REAL, DIFFERENT
004260* RECEIVING ACCOUNT ON A T, AND THE REFERENCE A V IS BACKING OUT.
004265* A DEPARTMENT RETIRED SINCE THE ITEM WAS KEYED IS REFUSED HERE.
004270*----------------------------------------------------------
004280 2250-VALIDATE-TRANSACTION.
004290     SET WS-NOT-SUSPENDED TO TRUE.

004300     IF NOT TRN-CHANGE AND NOT TRN-WITHDRAW AND NOT TRN-XFER
004305         AND NOT TRN-REVERSAL
004310         MOVE "BAD-UNSTRING" TO SUSP-REASON-CODE
004320         SET WS-IS-SUSPENDED TO TRUE
004321         GO TO 2250-EXIT
004322     END-IF.
004323     IF TRN-REVERSAL
004324         IF TRN-ID IS NOT NUMERIC OR TRN-REV-REF = SPACES
004325             MOVE "BAD-UNSTRING" TO SUSP-REASON-CODE
004326             SET WS-IS-SUSPENDED TO TRUE
004327         END-IF
004330         GO TO 2250-EXIT
004340     END-IF.
004350     IF TRN-ID IS NOT NUMERIC OR TRN-BAL IS NOT NUMERIC
004360         MOVE "BAD-UNSTRING" TO SUSP-REASON-CODE
004370         SET WS-IS-SUSPENDED TO TRUE
004380         GO TO 2250-EXIT
004390     END-IF.

004400     IF TRN-CHANGE AND TRN-BAL NOT = ZERO
004410         AND TRN-BAL < PARM-LOW-BAL
004420         MOVE "NEG-BAL" TO SUSP-REASON-CODE
004430         SET WS-IS-SUSPENDED TO TRUE
004440         GO TO 2250-EXIT
004450     END-IF.
004460     IF TRN-CHANGE AND TRN-BAL > PARM-HOLD-BAL
004470         MOVE "OVER-LIMIT" TO SUSP-REASON-CODE
004480         SET WS-IS-SUSPENDED TO TRUE
004490         GO TO 2250-EXIT
004500     END-IF.
004510     IF TRN-CHANGE AND NOT TRN-STATUS-VALID
004520         MOVE "BAD-STATUS" TO SUSP-REASON-CODE
004530         SET WS-IS-SUSPENDED TO TRUE
004532         GO TO 2250-EXIT
004534     END-IF.
004536     IF TRN-CHANGE AND TRN-DEPT NOT = SPACES
004538         PERFORM 2260-VALIDATE-DEPT THRU 2260-EXIT
004540         GO TO 2250-EXIT
004550     END-IF.

004560     IF (TRN-WITHDRAW OR TRN-XFER) AND TRN-BAL NOT > ZERO
004570         MOVE "NEG-BAL" TO SUSP-REASON-CODE
004580         SET WS-IS-SUSPENDED TO TRUE
004590         GO TO 2250-EXIT
004600     END-IF.

004610     IF TRN-XFER AND TRN-TO-ID IS NOT NUMERIC
004620         MOVE "BAD-UNSTRING" TO SUSP-REASON-CODE
004630         SET WS-IS-SUSPENDED TO TRUE
004640         GO TO 2250-EXIT
004650     END-IF.
004660     IF TRN-XFER AND TRN-TO-ID = TRN-ID
004670         MOVE "SAME-ACCT" TO SUSP-REASON-CODE
004680         SET WS-IS-SUSPENDED TO TRUE
004690     END-IF.
004700 2250-EXIT.
004710     EXIT.

004720*----------------------------------------------------------
004730* 2300-CHANGE-ACCOUNT - APPLY AN APPROVED C: NEW BALANCE AND/OR
004740* STATUS AND DEPARTMENT, EXACTLY AS HELLCBL WOULD HAVE.  A HELD
004742* ACCOUNT CANNOT BE SET ACTIVE OR INACTIVE HERE - THAT TAKES A U
004744* AT THE CONSOLE.  STATUS H ON AN ACCOUNT NOT YET HELD IS
004746* RECORDED ON USERHOLD AS A COMPLIANCE OVERRIDE.
004750*----------------------------------------------------------
004760 2300-CHANGE-ACCOUNT.
004761     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
004762     IF WS-ACCOUNT-FOUND AND USER-HOLD
004763         AND TRN-STATUS NOT = SPACE AND TRN-STATUS NOT = "H"
004764         MOVE "ON-HOLD" TO SUSP-REASON-CODE
004765         SET WS-IS-SUSPENDED TO TRUE
004766         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
004767         GO TO 2300-EXIT
004768     END-IF.
004769     SET WS-NO-NEW-HOLD TO TRUE.
004770     IF WS-ACCOUNT-FOUND AND TRN-STATUS = "H" AND NOT USER-HOLD
004771         SET WS-NEW-HOLD TO TRUE
004772     END-IF.

004780     IF WS-ACCOUNT-FOUND
004790         MOVE USER-BAL TO HIST-OLD-BAL
004800         IF TRN-BAL NOT = ZERO
004810             MOVE TRN-BAL TO USER-BAL
004820         END-IF
004830         IF TRN-STATUS NOT = SPACE
004840             MOVE TRN-STATUS TO USER-STATUS
004850         END-IF
004860         IF TRN-DEPT NOT = SPACES
004870             MOVE TRN-DEPT TO USER-DEPT
004880         END-IF
004890         MOVE USER-BAL TO HIST-NEW-BAL

004900         MOVE WS-USER TO MF-USER-RECORD
004910         REWRITE MF-USER-RECORD
004920             INVALID KEY
004930                 MOVE "NOT-FOUND" TO SUSP-REASON-CODE
004940                 SET WS-IS-SUSPENDED TO TRUE
004950                 PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
004960         END-REWRITE

004970         IF NOT WS-IS-SUSPENDED
004980             PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT
004981             IF WS-NEW-HOLD
004982                 MOVE USER-ID TO WS-HOLD-ID
004983                 MOVE "C" TO WS-HOLD-CLASS
004984                 MOVE "OVERRIDE" TO WS-HOLD-REASON
004985                 MOVE "STATUS H APPROVED ON A C" TO WS-HOLD-NOTE
004986                 PERFORM 2760-WRITE-HOLD THRU 2760-EXIT
004987             END-IF
004990         END-IF
005000     END-IF.
005010 2300-EXIT.
005020     EXIT.

005030*----------------------------------------------------------
005040* 2350-APPLY-DELTA - APPLY AN APPROVED W.  THE RESULT IS RANGE-
005050* CHECKED AGAINST THE USERPARM THRESHOLDS BEFORE THE MASTER IS
005060* TOUCHED, THE SAME AS HELLCBL, AND AN ACCOUNT IT WOULD TAKE PAST
005065* PARM-HOLD-BAL IS PUT ON HOLD.
005070*----------------------------------------------------------
005080 2350-APPLY-DELTA.
005090     PERFORM 2500-READ-MASTER THRU 2500-EXIT.

005100     IF WS-ACCOUNT-FOUND
005110         MOVE USER-BAL TO HIST-OLD-BAL
005120         COMPUTE WS-NEW-BAL = USER-BAL - TRN-BAL

005130         IF WS-NEW-BAL < PARM-LOW-BAL
005140             MOVE "NEG-BAL" TO SUSP-REASON-CODE
005150             SET WS-IS-SUSPENDED TO TRUE
005160             PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
005170         ELSE
005180             IF WS-NEW-BAL > PARM-HOLD-BAL
005190                 MOVE "OVER-LIMIT" TO SUSP-REASON-CODE
005200                 SET WS-IS-SUSPENDED TO TRUE
005210                 PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
005212                 MOVE USER-ID TO WS-HOLD-ID
005214                 MOVE WS-NEW-BAL TO LN-NEW-BAL
005216                 PERFORM 2750-HOLD-OVER-LIMIT THRU 2750-EXIT
005220             END-IF
005230         END-IF

005240         IF NOT WS-IS-SUSPENDED
005250             MOVE WS-NEW-BAL TO USER-BAL
005260             MOVE USER-BAL TO HIST-NEW-BAL
005270             MOVE WS-USER TO MF-USER-RECORD
005280             REWRITE MF-USER-RECORD
005290                 INVALID KEY
005300                     MOVE "NOT-FOUND" TO SUSP-REASON-CODE
005310                     SET WS-IS-SUSPENDED TO TRUE
005320                     PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
005330             END-REWRITE
005340         END-IF

005350         IF NOT WS-IS-SUSPENDED
005360             PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT
005370         END-IF
005380     END-IF.
005390 2350-EXIT.
005400     EXIT.

005410*----------------------------------------------------------
005420* 2355-TRANSFER - APPLY AN APPROVED T.  BOTH ACCOUNTS ARE READ AND
005430* BOTH RESULTS RANGE-CHECKED BEFORE EITHER REWRITE, SO THE
005440* TRANSFER POSTS BOTH SIDES OR NEITHER, WITH ONE HISTORY RECORD
005450* PER SIDE - THE SAME RULES AS HELLCBL 2355-TRANSFER.
005460*----------------------------------------------------------
005470 2355-TRANSFER.
005480     PERFORM 2500-READ-MASTER THRU 2500-EXIT.
005490     IF WS-ACCOUNT-NOTFOUND
005500         GO TO 2355-EXIT
005510     END-IF.

005520     COMPUTE WS-NEW-BAL = USER-BAL - TRN-BAL.
005530     IF WS-NEW-BAL < PARM-LOW-BAL
005540         MOVE "NEG-BAL" TO SUSP-REASON-CODE
005550         SET WS-IS-SUSPENDED TO TRUE
005560         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
005570         GO TO 2355-EXIT
005580     END-IF.
005590     IF WS-NEW-BAL > PARM-HOLD-BAL
005600         MOVE "OVER-LIMIT" TO SUSP-REASON-CODE
005610         SET WS-IS-SUSPENDED TO TRUE
005620         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
005622         MOVE USER-ID TO WS-HOLD-ID
005624         MOVE WS-NEW-BAL TO LN-NEW-BAL
005626         PERFORM 2750-HOLD-OVER-LIMIT THRU 2750-EXIT
005630         GO TO 2355-EXIT
005640     END-IF.

005650     MOVE TRN-TO-ID TO MF-USER-ID.
005660     READ USERMAST INTO WS-TO-USER
005670         INVALID KEY
005680             MOVE "NOT-FOUND" TO SUSP-REASON-CODE
005690             SET WS-IS-SUSPENDED TO TRUE
005700             PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
005710     END-READ.
005720     IF WS-IS-SUSPENDED
005730         GO TO 2355-EXIT
005740     END-IF.

005750     COMPUTE WS-TO-NEW-BAL = TO-USER-BAL + TRN-BAL.
005760     IF WS-TO-NEW-BAL > PARM-HOLD-BAL
005770         MOVE "OVER-LIMIT" TO SUSP-REASON-CODE
005780         SET WS-IS-SUSPENDED TO TRUE
005790         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
005792         MOVE TO-USER-ID TO WS-HOLD-ID
005794         MOVE WS-TO-NEW-BAL TO LN-NEW-BAL
005796         PERFORM 2750-HOLD-OVER-LIMIT THRU 2750-EXIT
005800         GO TO 2355-EXIT
005810     END-IF.
005820     IF WS-TO-NEW-BAL < PARM-LOW-BAL
005830         MOVE "NEG-BAL" TO SUSP-REASON-CODE
005840         SET WS-IS-SUSPENDED TO TRUE
005850         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
005860         GO TO 2355-EXIT
005870     END-IF.

005880     MOVE USER-BAL TO HIST-OLD-BAL.
005890     MOVE WS-NEW-BAL TO USER-BAL.
005900     MOVE USER-BAL TO HIST-NEW-BAL.
005910     MOVE WS-USER TO MF-USER-RECORD.
005920     REWRITE MF-USER-RECORD
005930         INVALID KEY
005940             MOVE "NOT-FOUND" TO SUSP-REASON-CODE
005950             SET WS-IS-SUSPENDED TO TRUE
005960             PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
005970     END-REWRITE.
005980     IF WS-IS-SUSPENDED
005990         GO TO 2355-EXIT
006000     END-IF.
006010     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.

006020     MOVE WS-TO-NEW-BAL TO TO-USER-BAL.
006030     MOVE WS-TO-USER TO MF-USER-RECORD.
006040     REWRITE MF-USER-RECORD
006050         INVALID KEY
006060             DISPLAY "USRAPR: *** TRANSFER HALF-POSTED - "
006070                 "RECEIVING REWRITE FAILED FOR " TRN-TO-ID
006080                 ", STATUS = " WS-USERMAST-STATUS " ***"
006090             MOVE 12 TO RETURN-CODE
006092         NOT INVALID KEY
006094             PERFORM 2610-WRITE-TO-HISTORY THRU 2610-EXIT
006100     END-REWRITE.
006150 2355-EXIT.
006160     EXIT.

006170*----------------------------------------------------------
006180* 2400-DECLINE-ITEM - THE SECOND OPERATOR SAYS NO.  THE ORIGINAL
006190* LINE GOES TO THE SUSPENSE QUEUE AS DECLINED, WHERE IT CAN BE
006200* REPAIRED OR REJECTED IN USRSMT LIKE ANY OTHER REFUSED ITEM.
006210*----------------------------------------------------------
006220 2400-DECLINE-ITEM.
006230     MOVE APR-ORIGINAL-INPUT TO SUSP-ORIGINAL-INPUT.
006240     MOVE "DECLINED" TO SUSP-REASON-CODE.
006250     MOVE APR-USER-ID TO SUSP-USER-ID.
006260     MOVE WS-RUN-DATE TO SUSP-DATE.
006270     SET SUSP-OPEN TO TRUE.
006280     MOVE WS-OPER-ID TO SUSP-OPER-ID.
006285     MOVE APR-POST-REF TO SUSP-POST-REF.
006287     MOVE SPACE TO SUSP-MOVE-TYPE.
006290     WRITE SUSP-RECORD.

006300     SET APR-DECLINED TO TRUE.
006310     MOVE WS-OPER-ID TO APR-DECIDE-OPER.
006320     MOVE WS-RUN-DATE TO APR-DECIDE-DATE.
006330     ADD 1 TO WS-DECLINE-COUNT.

006340     MOVE WS-OPER-ID TO OPR-OPER-ID.
006350     SET OPR-QD-DECLINE TO TRUE.
006360     MOVE APR-AMOUNT TO OPR-AMOUNT.
006370     SET OPR-QUEUE-DECISION TO TRUE.
006380     MOVE WS-RUN-DATE TO OPR-DATE.
006385     MOVE APR-POST-REF TO OPR-POST-REF.
006390     WRITE OPRL-RECORD.
006394     DISPLAY "DECLINED - SENT TO SUSPENSE".
006395 2400-EXIT.
006396     EXIT.

006397*----------------------------------------------------------
006398* 2460-REVERSE-POSTING - APPLY AN APPROVED V: BACK OUT THE
006399* POSTING NAMED BY TRN-REV-REF, PUTTING EACH ACCOUNT IT MOVED
006400* BACK BY EXACTLY WHAT IT MOVED IT - THE SAME RULES AS HELLCBL
006401* 2460-REVERSE-POSTING.  THE REVERSAL IS REFUSED -
006402*     NO-REF     - THE REFERENCE IS NOT ON USERHIST, THE KEYED
006403*                  ID WAS NOT ONE OF ITS ACCOUNTS, OR IT MOVED
006404*                  NO BALANCE
006405*     REVERSED   - IT HAS ALREADY BEEN REVERSED (PERHAPS SINCE
006406*                  THE ITEM WAS QUEUED), OR IS ITSELF A REVERSAL
006407*     UNSAFE-REV - AN ACCOUNT IT MOVED HAS SINCE LEFT THE MASTER,
006408*                  OR HAS MOVED SO THAT BACKING THE POSTING OUT
006409*                  WOULD TAKE IT OUTSIDE THE USERPARM THRESHOLDS
006410* BOTH SIDES ARE READ AND CHECKED BEFORE EITHER IS REWRITTEN.
006411*----------------------------------------------------------
006412 2460-REVERSE-POSTING.
006413     MOVE ZERO TO WS-REV-AMOUNT.
006414     MOVE "N" TO WS-REV-POST-SW.
006415     PERFORM 2467-SCAN-HISTORY THRU 2467-EXIT.
006416     IF WS-REV-SCAN-FAILED
006417         GO TO 2460-EXIT
006418     END-IF.

006419     IF NOT WS-REV-KEYED-SIDE OR WS-REV-TOO-MANY-SIDES
006420         MOVE "NO-REF" TO SUSP-REASON-CODE
006421         SET WS-IS-SUSPENDED TO TRUE
006422         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006423         GO TO 2460-EXIT
006424     END-IF.
006425     IF WS-REV-ALREADY-DONE OR WS-REV-IS-A-REVERSAL
006426         MOVE "REVERSED" TO SUSP-REASON-CODE
006427         SET WS-IS-SUSPENDED TO TRUE
006428         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006429         GO TO 2460-EXIT
006430     END-IF.
006431     IF WS-REV-DELTA-1 = ZERO AND WS-REV-DELTA-2 = ZERO
006432         MOVE "NO-REF" TO SUSP-REASON-CODE
006433         SET WS-IS-SUSPENDED TO TRUE
006434         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006435         GO TO 2460-EXIT
006436     END-IF.

006437     IF WS-REV-DELTA-1 < ZERO
006438         COMPUTE WS-REV-AMOUNT = ZERO - WS-REV-DELTA-1
006439     ELSE
006440         MOVE WS-REV-DELTA-1 TO WS-REV-AMOUNT
006441     END-IF.

006442     SET WS-ACCOUNT-FOUND TO TRUE.
006443     MOVE TRN-ID TO MF-USER-ID.
006444     READ USERMAST INTO WS-USER
006445         INVALID KEY
006446             SET WS-ACCOUNT-NOTFOUND TO TRUE
006447     END-READ.
006448     IF WS-ACCOUNT-NOTFOUND
006449         MOVE "UNSAFE-REV" TO SUSP-REASON-CODE
006450         SET WS-IS-SUSPENDED TO TRUE
006451         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006452         GO TO 2460-EXIT
006453     END-IF.
006454     COMPUTE WS-NEW-BAL = USER-BAL - WS-REV-DELTA-1.
006455     IF WS-NEW-BAL < PARM-LOW-BAL OR WS-NEW-BAL > PARM-HOLD-BAL
006456         MOVE "UNSAFE-REV" TO SUSP-REASON-CODE
006457         SET WS-IS-SUSPENDED TO TRUE
006458         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006459         GO TO 2460-EXIT
006460     END-IF.

006461     IF WS-REV-TWO-SIDED
006462         MOVE WS-REV-ID-2 TO MF-USER-ID
006463         READ USERMAST INTO WS-TO-USER
006464             INVALID KEY
006465                 MOVE "UNSAFE-REV" TO SUSP-REASON-CODE
006466                 SET WS-IS-SUSPENDED TO TRUE
006467                 PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006468         END-READ
006469         IF WS-IS-SUSPENDED
006470             GO TO 2460-EXIT
006471         END-IF
006472         COMPUTE WS-TO-NEW-BAL = TO-USER-BAL - WS-REV-DELTA-2
006473         IF WS-TO-NEW-BAL < PARM-LOW-BAL
006474             OR WS-TO-NEW-BAL > PARM-HOLD-BAL
006475             MOVE "UNSAFE-REV" TO SUSP-REASON-CODE
006476             SET WS-IS-SUSPENDED TO TRUE
006477             PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006478             GO TO 2460-EXIT
006479         END-IF
006480     END-IF.

006481     MOVE USER-BAL TO HIST-OLD-BAL.
006482     MOVE WS-NEW-BAL TO USER-BAL.
006483     MOVE USER-BAL TO HIST-NEW-BAL.
006484     MOVE WS-USER TO MF-USER-RECORD.
006485     REWRITE MF-USER-RECORD
006486         INVALID KEY
006487             MOVE "NOT-FOUND" TO SUSP-REASON-CODE
006488             SET WS-IS-SUSPENDED TO TRUE
006489             PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006490     END-REWRITE.
006491     IF WS-IS-SUSPENDED
006492         GO TO 2460-EXIT
006493     END-IF.
006494     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
006495     SET WS-REV-POSTED TO TRUE.

006496     IF WS-REV-TWO-SIDED
006497         MOVE WS-TO-NEW-BAL TO TO-USER-BAL
006498         MOVE WS-TO-USER TO MF-USER-RECORD
006499         REWRITE MF-USER-RECORD
006500             INVALID KEY
006501                 DISPLAY "USRAPR: *** REVERSAL HALF-POSTED - "
006502                     "REWRITE FAILED FOR " TO-USER-ID
006503                     ", STATUS = " WS-USERMAST-STATUS " ***"
006504                 MOVE 12 TO RETURN-CODE
006505             NOT INVALID KEY
006506                 PERFORM 2620-WRITE-REV-TO-HISTORY THRU 2620-EXIT
006507         END-REWRITE
006509     END-IF.
006510 2460-EXIT.
006511     EXIT.

006512*----------------------------------------------------------
006513* 2467-SCAN-HISTORY - READ THE WHOLE AUDIT TRAIL FOR THE
006514* REFERENCE BEING REVERSED, ADDING UP HOW FAR IT MOVED EACH
006515* ACCOUNT, AND WATCHING FOR AN EARLIER REVERSAL OF IT.  USERHIST
006516* SITS OPEN EXTEND, SO IT IS TURNED AROUND TO INPUT FOR THE SCAN
006517* AND BACK TO EXTEND AFTERWARDS.  IF IT CANNOT BE TURNED EITHER
006518* WAY, WS-REV-SCAN-FAILED KEEPS 2460 FROM POSTING ANYTHING.
006519*----------------------------------------------------------
006520 2467-SCAN-HISTORY.
006521     MOVE "N" TO WS-HIST-EOF-SW, WS-REV-KEYED-SW,
006522         WS-REV-SIDE-2-SW, WS-REV-USED-SW, WS-REV-OF-REV-SW,
006523         WS-REV-SCAN-SW.
006524     MOVE ZERO TO WS-REV-ID-2, WS-REV-DELTA-1, WS-REV-DELTA-2.
006525     CLOSE USERHIST.
006526     OPEN INPUT USERHIST.
006527     IF WS-USERHIST-STATUS NOT = "00"
006528         DISPLAY "USRAPR: UNABLE TO SCAN USERHIST, STATUS = "
006529             WS-USERHIST-STATUS
006530         SET WS-REV-SCAN-FAILED TO TRUE
006531         MOVE 16 TO RETURN-CODE
006532         GO TO 2467-EXIT
006533     END-IF.
006534     PERFORM 2468-SCAN-ONE-HIST THRU 2468-EXIT
006535         UNTIL WS-NO-MORE-HISTORY.
006536     CLOSE USERHIST.
006537     OPEN EXTEND USERHIST.
006538     IF WS-USERHIST-STATUS NOT = "00"
006539         DISPLAY "USRAPR: UNABLE TO RE-OPEN USERHIST, STATUS = "
006540             WS-USERHIST-STATUS
006541         SET WS-REV-SCAN-FAILED TO TRUE
006542         MOVE 16 TO RETURN-CODE
006543     END-IF.
006544 2467-EXIT.
006545     EXIT.

006546 2468-SCAN-ONE-HIST.
006547     READ USERHIST
006548         AT END
006549             SET WS-NO-MORE-HISTORY TO TRUE
006550             GO TO 2468-EXIT
006551     END-READ.
006552     IF HIST-REVERSES-REF = TRN-REV-REF
006553         SET WS-REV-ALREADY-DONE TO TRUE
006554     END-IF.
006555     IF HIST-POST-REF NOT = TRN-REV-REF
006556         GO TO 2468-EXIT
006557     END-IF.

006558     IF HIST-REVERSES-REF NOT = SPACES
006559         SET WS-REV-IS-A-REVERSAL TO TRUE
006560     END-IF.
006561     COMPUTE WS-REV-MOVE = HIST-NEW-BAL - HIST-OLD-BAL.
006562     IF HIST-USER-ID = TRN-ID
006563         SET WS-REV-KEYED-SIDE TO TRUE
006564         ADD WS-REV-MOVE TO WS-REV-DELTA-1
006565         GO TO 2468-EXIT
006566     END-IF.
006567     IF WS-REV-ONE-SIDED
006568         MOVE HIST-USER-ID TO WS-REV-ID-2
006569         SET WS-REV-TWO-SIDED TO TRUE
006570     END-IF.
006571     IF HIST-USER-ID = WS-REV-ID-2
006572         ADD WS-REV-MOVE TO WS-REV-DELTA-2
006573     ELSE
006574         SET WS-REV-TOO-MANY-SIDES TO TRUE
006575     END-IF.
006576 2468-EXIT.
006577     EXIT.

006578*----------------------------------------------------------
006579* 2500-READ-MASTER - COMMON RANDOM READ OF USERMAST BY TRN-ID.
006580*----------------------------------------------------------
006581 2500-READ-MASTER.
006582     SET WS-ACCOUNT-FOUND TO TRUE.
006583     MOVE TRN-ID TO MF-USER-ID.
006584     READ USERMAST INTO WS-USER
006585         INVALID KEY
006586             MOVE "NOT-FOUND" TO SUSP-REASON-CODE
006587             SET WS-ACCOUNT-NOTFOUND TO TRUE
006588             SET WS-IS-SUSPENDED TO TRUE
006589             PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
006590     END-READ.
006591 2500-EXIT.
006592     EXIT.

006593*----------------------------------------------------------
006594* 2600-WRITE-HISTORY - ONE AUDIT RECORD FOR THE ACCOUNT POSTED,
006600* UNDER THIS JOB AND THE APPROVING OPERATOR.  A REVERSAL NAMES
006605* THE POSTING IT BACKS OUT.
006610*----------------------------------------------------------
006620 2600-WRITE-HISTORY.
006630     MOVE USER-ID TO HIST-USER-ID.
006640     MOVE "USRAPR" TO HIST-SOURCE-JOB.
006649     MOVE WS-OPER-ID TO HIST-OPER-ID.
006650     MOVE APR-POST-REF TO HIST-POST-REF.
006651     IF TRN-REVERSAL
006652         MOVE TRN-REV-REF TO HIST-REVERSES-REF
006653     ELSE
006654         MOVE SPACES TO HIST-REVERSES-REF
006655     END-IF.
006656     MOVE SPACES TO HIST-OLD-DEPT.
006658     MOVE SPACES TO HIST-NEW-DEPT.
006659     MOVE SPACE TO HIST-MOVE-TYPE.
006660     MOVE WS-RUN-DATE TO HIST-EFF-DATE.
006670     WRITE HIST-RECORD.
006680 2600-EXIT.
006690     EXIT.

006700*----------------------------------------------------------
006710* 2610-WRITE-TO-HISTORY - THE RECEIVING SIDE OF A TRANSFER GETS
006720* ITS OWN AUDIT RECORD.
006730*----------------------------------------------------------
006740 2610-WRITE-TO-HISTORY.
006750     MOVE TO-USER-ID TO HIST-USER-ID.
006760     COMPUTE HIST-OLD-BAL = TO-USER-BAL - TRN-BAL.
006770     MOVE TO-USER-BAL TO HIST-NEW-BAL.
006773     MOVE "USRAPR" TO HIST-SOURCE-JOB.
006774     MOVE WS-OPER-ID TO HIST-OPER-ID.
006775     MOVE APR-POST-REF TO HIST-POST-REF.
006776     MOVE SPACES TO HIST-REVERSES-REF.
006777     MOVE SPACES TO HIST-OLD-DEPT.
006778     MOVE SPACES TO HIST-NEW-DEPT.
006779     MOVE SPACE TO HIST-MOVE-TYPE.
006780     MOVE WS-RUN-DATE TO HIST-EFF-DATE.
006781     WRITE HIST-RECORD.
006782 2610-EXIT.
006783     EXIT.

006784*----------------------------------------------------------
006785* 2620-WRITE-REV-TO-HISTORY - THE OTHER SIDE OF A REVERSED
006786* TRANSFER GETS ITS OWN AUDIT RECORD, NAMING THE POSTING BACKED
006787* OUT.  ITS OLD BALANCE IS THE NEW ONE PLUS WHAT CAME OFF.
006788*----------------------------------------------------------
006789 2620-WRITE-REV-TO-HISTORY.
006790     MOVE TO-USER-ID TO HIST-USER-ID.
006791     COMPUTE HIST-OLD-BAL = TO-USER-BAL + WS-REV-DELTA-2.
006792     MOVE TO-USER-BAL TO HIST-NEW-BAL.
006793     MOVE "USRAPR" TO HIST-SOURCE-JOB.
006794     MOVE WS-OPER-ID TO HIST-OPER-ID.
006795     MOVE APR-POST-REF TO HIST-POST-REF.
006796     MOVE TRN-REV-REF TO HIST-REVERSES-REF.
006797     MOVE SPACES TO HIST-OLD-DEPT.
006798     MOVE SPACES TO HIST-NEW-DEPT.
006799     MOVE SPACE TO HIST-MOVE-TYPE.
006800     MOVE WS-RUN-DATE TO HIST-EFF-DATE.
006801     WRITE HIST-RECORD.
006802 2620-EXIT.
006803     EXIT.

006804*----------------------------------------------------------
006805* 2750-HOLD-OVER-LIMIT - A MOVEMENT WOULD HAVE TAKEN ACCOUNT
006806* WS-HOLD-ID PAST PARM-HOLD-BAL.  THE MOVEMENT HAS GONE TO
006807* SUSPENSE; THE ACCOUNT ITSELF IS PUT ON HOLD FOR COMPLIANCE TO
006808* REVIEW, WITH THE BALANCE IT WOULD HAVE REACHED IN THE NOTE.
006809* THE ACCOUNT IS RE-READ INTO THE RECORD AREA SO WS-USER IS LEFT
006810* AS IT WAS.  AN ACCOUNT ALREADY ON HOLD KEEPS ITS FIRST REASON.
006811*----------------------------------------------------------
006812 2750-HOLD-OVER-LIMIT.
006813     MOVE WS-HOLD-ID TO MF-USER-ID.
006814     READ USERMAST
006815         INVALID KEY
006816             GO TO 2750-EXIT
006817     END-READ.
006818     IF MF-USER-HOLD
006819         GO TO 2750-EXIT
006820     END-IF.
006821     SET MF-USER-HOLD TO TRUE.
006822     REWRITE MF-USER-RECORD
006823         INVALID KEY
006824             DISPLAY "USRAPR: HOLD NOT PLACED FOR " WS-HOLD-ID
006825                 ", STATUS = " WS-USERMAST-STATUS
006826             GO TO 2750-EXIT
006827     END-REWRITE.
006828     DISPLAY "ACCOUNT " WS-HOLD-ID " PLACED ON HOLD - OVER-LIMIT".

006829     MOVE "C" TO WS-HOLD-CLASS.
006830     MOVE "OVER-LIMIT" TO WS-HOLD-REASON.
006831     MOVE WS-LIMIT-NOTE TO WS-HOLD-NOTE.
006832     PERFORM 2760-WRITE-HOLD THRU 2760-EXIT.
006833 2750-EXIT.
006834     EXIT.

006835*----------------------------------------------------------
006836* 2760-WRITE-HOLD - RECORD WHY ACCOUNT WS-HOLD-ID HAS JUST GONE
006837* ON HOLD, UNDER THE ITEM'S REFERENCE AND THE APPROVING
006838* OPERATOR.  A RECORD LEFT FROM AN EARLIER, RELEASED HOLD IS
006839* REPLACED.  THE HOLD IS ALREADY ON THE MASTER, SO A FAILURE HERE
006840* IS ONLY REPORTED.
006841*----------------------------------------------------------
006842 2760-WRITE-HOLD.
006843     SET WS-HOLD-ON-FILE TO TRUE.
006844     MOVE WS-HOLD-ID TO HLD-USER-ID.
006845     READ USERHOLD
006846         INVALID KEY
006847             SET WS-HOLD-NOT-ON-FILE TO TRUE
006848     END-READ.

006849     MOVE SPACES TO HOLD-RECORD.
006850     MOVE WS-HOLD-ID TO HLD-USER-ID.
006851     SET HLD-ON-HOLD TO TRUE.
006852     MOVE WS-HOLD-CLASS TO HLD-CLASS.
006853     MOVE WS-HOLD-REASON TO HLD-REASON.
006854     MOVE WS-RUN-DATE TO HLD-PLACED-DATE.
006855     MOVE "USRAPR" TO HLD-PLACED-JOB.
006856     MOVE WS-OPER-ID TO HLD-PLACED-OPER.
006857     MOVE APR-POST-REF TO HLD-PLACED-REF.
006858     MOVE WS-HOLD-NOTE TO HLD-NOTE.
006859     MOVE ZERO TO HLD-RELEASE-DATE.
006860     IF WS-HOLD-ON-FILE
006861         REWRITE HOLD-RECORD
006862     ELSE
006863         WRITE HOLD-RECORD
006864     END-IF.
006865     IF WS-USERHOLD-STATUS NOT = "00"
006866         DISPLAY "USRAPR: HOLD REASON NOT RECORDED FOR "
006867             WS-HOLD-ID ", STATUS = " WS-USERHOLD-STATUS
006868     END-IF.
006869 2760-EXIT.
006870     EXIT.

006871*----------------------------------------------------------
006872* 2900-WRITE-SUSPENSE - APPEND THE ORIGINAL INPUT LINE AND THE
006873* REASON CODE TO THE REJECT QUEUE.
006874*----------------------------------------------------------
006880 2900-WRITE-SUSPENSE.
006890     IF TRN-ID IS NUMERIC
006900         MOVE TRN-ID TO SUSP-USER-ID
006910     ELSE
006920         MOVE ZERO TO SUSP-USER-ID
006930     END-IF.
006940     MOVE WS-RUN-DATE TO SUSP-DATE.
006950     SET SUSP-OPEN TO TRUE.
006960     MOVE WS-OPER-ID TO SUSP-OPER-ID.
006965     MOVE APR-POST-REF TO SUSP-POST-REF.
006967     MOVE SPACE TO SUSP-MOVE-TYPE.
006970     WRITE SUSP-RECORD.
006980 2900-EXIT.
006990     EXIT.

007000*----------------------------------------------------------
007010* 2950-LOG-ACTIVITY - ONE USEROPRL RECORD PER APPROVED ITEM,
007020* UNDER THE ITEM'S OWN TRANSACTION CODE AND THE APPROVING
007030* OPERATOR, POSTED OR SUSPENDED - THE SAME RECORD HELLCBL WOULD
007040* HAVE WRITTEN HAD THE ITEM BEEN UNDER THE LIMIT.
007050*----------------------------------------------------------
007060 2950-LOG-ACTIVITY.
007070     MOVE WS-OPER-ID TO OPR-OPER-ID.
007080     MOVE TRN-CODE TO OPR-TRN-CODE.
007090     IF TRN-REVERSAL
007100         MOVE WS-REV-AMOUNT TO OPR-AMOUNT
007110     ELSE
007115         IF TRN-BAL IS NUMERIC
007120             MOVE TRN-BAL TO OPR-AMOUNT
007122         ELSE
007124             MOVE ZERO TO OPR-AMOUNT
007126         END-IF
007130     END-IF.
007140     IF WS-IS-SUSPENDED
007150         SET OPR-SUSPENDED TO TRUE
007160     ELSE
007170         SET OPR-POSTED TO TRUE
007180     END-IF.
007190     MOVE WS-RUN-DATE TO OPR-DATE.
007195     MOVE APR-POST-REF TO OPR-POST-REF.
007200     WRITE OPRL-RECORD.
007210 2950-EXIT.
007220     EXIT.

007230*----------------------------------------------------------
007240* 8000-TERMINATE - CLOSE THE FILES AND LOG A RUN SUMMARY.
007250*----------------------------------------------------------
007260 8000-TERMINATE.
007270     CLOSE USERAPRQ, USERAPRO, USERMAST, USERHIST, USERSUSP,
007280         USEROPRL, USERHOLD.
007290     DISPLAY " ".
007300     DISPLAY "USRAPR: ITEMS READ        = " WS-READ-COUNT.
007310     DISPLAY "USRAPR: ITEMS APPROVED    = " WS-APPROVE-COUNT.
007320     DISPLAY "USRAPR: APPROVED, REFUSED = " WS-FAIL-COUNT.
007330     DISPLAY "USRAPR: ITEMS DECLINED    = " WS-DECLINE-COUNT.
007340     DISPLAY "USRAPR: ITEMS SKIPPED     = " WS-SKIP-COUNT.
007350     DISPLAY "USRAPR: KEYED BY YOU      = " WS-OWN-COUNT.
007360     DISPLAY "USRAPR: ITEMS LEFT BY QUIT= " WS-CARRY-COUNT.
007370     DISPLAY "USRAPR: PRIOR DECISIONS   = " WS-RETAIN-COUNT.
007380 8000-EXIT.
007390     EXIT.

007400*----------------------------------------------------------
007410* 1300-LOAD-DEPTS - READ THE USERDEPT CARDS INTO THE DEPARTMENT
007420* TABLE, THE SAME AS HELLCBL.  A CARD WITH NO CODE OR A FLAG OTHER
007430* THAN Y OR N, A CODE CARDED TWICE, MORE CARDS THAN THE TABLE
007440* HOLDS, OR NO CARDS AT ALL STOPS THE RUN BEFORE ANY ITEM IS
007450* PRESENTED.
007460*----------------------------------------------------------
007470 1300-LOAD-DEPTS.
007480     OPEN INPUT USERDEPT.
007490     IF WS-USERDEPT-STATUS NOT = "00"
007500         DISPLAY "USRAPR: UNABLE TO OPEN USERDEPT, STATUS = "
007510             WS-USERDEPT-STATUS
007520         MOVE 16 TO RETURN-CODE
007530         GO TO 1300-EXIT
007540     END-IF.
007550     PERFORM 1310-READ-DEPT-CARD THRU 1310-EXIT
007560         UNTIL WS-NO-MORE-DEPTS OR RETURN-CODE NOT = ZERO.
007570     CLOSE USERDEPT.

007580     IF RETURN-CODE = ZERO AND WS-DCODE-USED = ZERO
007590         DISPLAY "USRAPR: NO DEPARTMENT CODE CARDS - RUN STOPPED"
007600         MOVE 16 TO RETURN-CODE
007610     END-IF.
007620 1300-EXIT.
007630     EXIT.

007640 1310-READ-DEPT-CARD.
007650     READ USERDEPT
007660         AT END
007670             SET WS-NO-MORE-DEPTS TO TRUE
007680             GO TO 1310-EXIT
007690     END-READ.
007700     IF DEPT-RECORD = SPACES
007710         GO TO 1310-EXIT
007720     END-IF.

007730     IF DEPT-CODE = SPACES
007740         OR (NOT DEPT-OPEN AND NOT DEPT-RETIRED)
007750         DISPLAY "USRAPR: BAD DEPARTMENT CODE CARD: " DEPT-RECORD
007760         MOVE 16 TO RETURN-CODE
007770         GO TO 1310-EXIT
007780     END-IF.

007790     MOVE DEPT-CODE TO WS-FIND-DEPT.
007800     PERFORM 1320-FIND-DEPT THRU 1320-EXIT.
007810     IF WS-DCODE-AT > ZERO
007820         DISPLAY "USRAPR: DEPARTMENT " DEPT-CODE
007830             " IS ON MORE THAN ONE CARD"
007840         MOVE 16 TO RETURN-CODE
007850         GO TO 1310-EXIT
007860     END-IF.
007870     IF WS-DCODE-USED NOT < WS-DCODE-MAX
007880         DISPLAY "USRAPR: MORE THAN " WS-DCODE-MAX
007890             " DEPARTMENT CODE CARDS"
007900         MOVE 16 TO RETURN-CODE
007910         GO TO 1310-EXIT
007920     END-IF.

007930     ADD 1 TO WS-DCODE-USED.
007940     MOVE DEPT-CODE TO DC-CODE (WS-DCODE-USED).
007950     MOVE DEPT-DESC TO DC-DESC (WS-DCODE-USED).
007960     MOVE DEPT-OPEN-FLAG TO DC-OPEN-FLAG (WS-DCODE-USED).
007970 1310-EXIT.
007980     EXIT.

007990*----------------------------------------------------------
008000* 1320-FIND-DEPT - THE TABLE SLOT FOR WS-FIND-DEPT, OR ZERO.
008010*----------------------------------------------------------
008020 1320-FIND-DEPT.
008030     MOVE ZERO TO WS-DCODE-AT.
008040     PERFORM 1330-CHECK-DEPT-SLOT THRU 1330-EXIT
008050         VARYING WS-DCODE-IX FROM 1 BY 1
008060         UNTIL WS-DCODE-IX > WS-DCODE-USED
008070             OR WS-DCODE-AT > ZERO.
008080 1320-EXIT.
008090     EXIT.

008100 1330-CHECK-DEPT-SLOT.
008110     IF DC-CODE (WS-DCODE-IX) = WS-FIND-DEPT
008120         MOVE WS-DCODE-IX TO WS-DCODE-AT
008130     END-IF.
008140 1330-EXIT.
008150     EXIT.

008160*----------------------------------------------------------
008170* 2260-VALIDATE-DEPT - A KEYED DEPARTMENT MUST BE ON USERDEPT AND
008180* STILL OPEN, THE SAME AS HELLCBL.  A BLANK ONE NEVER GETS HERE -
008190* THE C LEAVES USER-DEPT AS IT IS.
008200*----------------------------------------------------------
008210 2260-VALIDATE-DEPT.
008220     MOVE TRN-DEPT TO WS-FIND-DEPT.
008230     PERFORM 1320-FIND-DEPT THRU 1320-EXIT.
008240     IF WS-DCODE-AT = ZERO
008250         MOVE "BAD-DEPT" TO SUSP-REASON-CODE
008260         SET WS-IS-SUSPENDED TO TRUE
008270         GO TO 2260-EXIT
008280     END-IF.
008290     IF NOT DC-OPEN (WS-DCODE-AT)
008300         MOVE "BAD-DEPT" TO SUSP-REASON-CODE
008310         SET WS-IS-SUSPENDED TO TRUE
008320     END-IF.
008330 2260-EXIT.
008340     EXIT.

008350 END PROGRAM USRAPR.
