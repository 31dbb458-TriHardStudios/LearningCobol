000220* THE SAME TRANSACTION-CODE RULES, SUSPENSE ROUTING, AND AUDIT
000230* TRAIL AS THE ONLINE PROGRAM.
000240*
000241* POSTING REFERENCES: EVERY TRANSACTION BUT AN INQUIRY OR AN
000242* ADDRESS LINE IS GIVEN A REFERENCE NUMBER - "L", THE BATCH
000243* NUMBER, AND THE RECORD'S PLACE IN THE RUN - THAT RIDES ITS
000244* USERHIST, USERSUSP AND USERHOLD RECORDS.  THE RECYCLE FILE IS
000245* ALWAYS READ FIRST AND IN THE SAME ORDER, SO A RESTART GIVES
000246* EVERY RECORD THE SAME NUMBER IT HAD THE FIRST TIME.
000247*
000250* EVERY USERTRAN BATCH IS BRACKETED BY A HEADER AND A TRAILER
000260* (SEE USERTRB COPYBOOK).  THE WHOLE FILE IS PRE-SCANNED AND THE
000270* TRAILER COUNT AND HASH VERIFIED, AND THE BATCH NUMBER CHECKED
000280* AGAINST THE USERBCH PROCESSED-BATCH LOG, BEFORE ANYTHING
000290* POSTS - A BAD OR REPEATED FILE IS REFUSED WHOLE.
000291*
000292* DEPARTMENTS: THE USERDEPT CODE CARDS ARE LOADED AT START-UP.
000293* A BATCH WHOSE HEADER DEPARTMENT IS NOT ON FILE OR IS RETIRED
000294* IS REFUSED WHOLE; AN N OR C KEYING SUCH A DEPARTMENT GOES TO
000295* SUSPENSE AS BAD-DEPT.
000296*
000297* A V (REVERSAL) LINE (V ID REFERENCE) BACKS OUT AN EARLIER
000298* POSTING BY ITS REFERENCE - BOTH SIDES OF A TRANSFER - WITH A
000299* HISTORY RECORD PER SIDE THAT NAMES THE POSTING REVERSED.
000300*
000310* BEFORE THE DAY'S USERTRAN IS TOUCHED, ANY TRANSACTIONS ON THE
000320* USERRCYC RECYCLE FILE (CORRECTED SUSPENSE ITEMS WRITTEN BY
000350* USERRCYC SIMPLY MEANS THERE IS NO REWORK TONIGHT.  ONCE A RUN
000352* REACHES END OF FILE THE RECYCLE FILE IS EMPTIED, SO THE SAME
000354* CORRECTIONS CAN NEVER DRAIN INTO A SECOND NIGHT'S RUN.
000355* A RECYCLED USRACR ACCRUAL ARRIVES AS A D MARKED I AND A W
000356* MARKED F (SEE TRN-MOVE-TYPE IN USERTRN) AND POSTS AS INTEREST
000357* AND A FEE ON USERHIST, THE SAME AS IF USRACR HAD POSTED IT.
000360*
000361* A U (RELEASE) LINE TAKES A HELD ACCOUNT OFF HOLD WITH A RELEASE
000362* REASON (U REASON ID NOTE), THE SAME AS AT THE CONSOLE.  EVERY
000363* HOLD THIS PROGRAM PLACES IS RECORDED ON USERHOLD (SEE USERHLD):
000364* A C LOADED WITH STATUS H AS A COMPLIANCE OVERRIDE, AND A D, W
000365* OR T THAT WOULD TAKE AN ACCOUNT PAST PARM-HOLD-BAL AS A
000366* COMPLIANCE OVER-LIMIT HOLD ON THAT ACCOUNT (THE MOVEMENT ITSELF
000367* STILL GOES TO SUSPENSE).  A C CANNOT TAKE AN ACCOUNT OFF HOLD -
000368* STATUS A OR I ON A HELD ACCOUNT GOES TO SUSPENSE AS ON-HOLD.
000369*
000370* RESTART: THE CALLER PASSES A ONE-BYTE PARM OF "Y" TO RESTART A
000380* PREVIOUS RUN THAT DID NOT REACH END OF FILE, OR "N" (OR A BLANK
000390* PARM) FOR A NORMAL, FROM-THE-TOP RUN.  A PARM OF "E" IS AN
000460* WINDOW.  THE RECYCLE FILE IS LEFT ALONE ON A TRIAL RUN - THE
000470* TRIAL JUDGES THE SENDER'S FILE, NOT OUR OWN REWORK.
000480*
000481* AN A (NAME AND ADDRESS) LINE SETS ONE FIELD OF THE ACCOUNT'S
000482* USERADDR RECORD, THE SAME AS AT THE CONSOLE.  A CLOSE CARRIES
000483* THAT RECORD ONTO THE USERARCH IMAGE AND DROPS IT FROM USERADDR;
000484* A REOPEN PUTS IT BACK.
000485*
000486* A SECOND PARM BYTE OF "S" (PARM='NS', OR 'YS' TO RESTART) MARKS
000487* THE RUN THAT POSTS THE USRSIG STANDING-INSTRUCTION BATCH RATHER
000488* THAN THE NIGHT'S OWN USERTRAN.
000489*
000490* ON A RESTART, USRLOAD
000500* READS THE USERCKPT FILE FOR THE NUMBER OF USERTRAN RECORDS READ
000510* THROUGH THE LAST COMMIT OF THE PRIOR RUN AND SKIPS THAT MANY
000560* BE SKIPPED.  USERCKPT IS APPENDED TO AFTER EVERY COMMITTED
000570* TRANSACTION SO A RESTART CAN NEVER LOSE MORE THAN THE ONE
000580* TRANSACTION IN FLIGHT WHEN THE PRIOR RUN WENT DOWN.
000581*
000582* RUN CONTROL: A NORMAL RUN OPENS THE NIGHT'S BATCH WINDOW ON THE
000583* USERRCTL LOG (SEE USERRCL) UNDER TODAY'S DATE, WHICH BECOMES THE
000584* BUSINESS DATE EVERY LATER STEP LOGS UNDER.  A RESTART CARRIES
000585* ON UNDER THE DATE OF THE RUN IT RESTARTS.  A RUN THAT HAS
000586* ALREADY ENDED CLEAN FOR THE DATE REFUSES WITH RC 8 BEFORE IT
000587* OPENS ANYTHING ELSE.  THE END RECORD CARRIES THE RECORDS READ,
000588* POSTED, SUSPENDED.  AN "S" RUN LOGS AS USRSIG2 AND OPENS NO
000589* WINDOW; A TRIAL RUN IS NOT LOGGED AT ALL.
000590*-----------------------------------------------------------------
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-USERARCH-STATUS.

000822*    THE DEPARTMENT CODE CARDS - SEE USERDPT.
000824     SELECT USERDEPT  ASSIGN TO "USERDEPT"
000826         ORGANIZATION IS LINE SEQUENTIAL
000828         FILE STATUS IS WS-USERDEPT-STATUS.

000830     SELECT USEREDIT  ASSIGN TO "USEREDIT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-USEREDIT-STATUS.

000851*    THE NIGHTLY RUN-CONTROL LOG - SEE USERRCL.  OPTIONAL SO THE
000852*    FIRST STEP EVER RUN CAN CREATE IT.
000853     SELECT OPTIONAL USERRCTL  ASSIGN TO "USERRCTL"
000854         ORGANIZATION IS LINE SEQUENTIAL
000855         FILE STATUS IS WS-USERRCTL-STATUS.

000860     SELECT USERBCH   ASSIGN TO "USERBCH"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-USERBCH-STATUS.
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-USERPARM-STATUS.

000911*    HOLD REASONS - OPTIONAL SO THE FIRST HOLD EVER CAN CREATE
000912*    THE FILE.
000913     SELECT OPTIONAL USERHOLD  ASSIGN TO "USERHOLD"
000914         ORGANIZATION IS INDEXED
000915         ACCESS MODE IS DYNAMIC
000916         RECORD KEY IS HLD-USER-ID
000917         FILE STATUS IS WS-USERHOLD-STATUS.

000920     SELECT USERCKPT  ASSIGN TO "USERCKPT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-USERCKPT-STATUS.

000941*    OPTIONAL SO THE FIRST ADDRESS LOADED CAN CREATE THE FILE.
000942     SELECT OPTIONAL USERADDR  ASSIGN TO "USERADDR"
000943         ORGANIZATION IS INDEXED
000944         ACCESS MODE IS DYNAMIC
000945         RECORD KEY IS ADR-USER-ID
000946         FILE STATUS IS WS-USERADDR-STATUS.

000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  USERTRAN

001180 FD  USERSUSP
001190     LABEL RECORDS ARE STANDARD.
001200 01  SUSP-RECORD                         PIC X(104).

001202 FD  USERADDR
001204     LABEL RECORDS ARE STANDARD.
001206 01  ADDR-RECORD.
001208     COPY USERADR.

001220*    THE ARCHIVE CARRIES THE FULL USERREC IMAGE UNCHANGED, WITH
001230*    THE CLOSE DATE AND AN ACTION FLAG APPENDED, SO AUDIT CAN
001362     05  ARC-ACTION                      PIC X(01).
001364         88  ARC-CLOSE-IMAGE             VALUE "C" SPACE.
001366         88  ARC-REOPENED                VALUE "R".
001367*    THE ACCOUNT'S USERADR NAME AND ADDRESS - SPACES IF IT NEVER
001368*    HAD ONE, OR WAS CLOSED BEFORE THIS GROUP EXISTED.
001369     05  ARC-ADDRESS-DATA                PIC X(144).

001370 FD  USEREDIT
001380     LABEL RECORDS ARE STANDARD.
001390 01  EDIT-LINE                           PIC X(80).

001392 FD  USERHOLD
001394     LABEL RECORDS ARE STANDARD.
001396 01  HOLD-RECORD.
001398     COPY USERHLD.

001400 FD  USERBCH
001410     LABEL RECORDS ARE STANDARD.
001420 01  BLG-RECORD.
001470     COPY USERPRM
001480         REPLACING ==PARM-LOW-BAL==   BY ==PF-LOW-BAL==
001490                   ==PARM-HOLD-BAL==  BY ==PF-HOLD-BAL==
001491                   ==PARM-APPR-LIMIT== BY ==PF-APPR-LIMIT==
001492                   ==PARM-FEE-AMT==   BY ==PF-FEE-AMT==
001494                   ==PARM-INT-RATE==  BY ==PF-INT-RATE==
001496                   ==PARM-DORM-DAYS== BY ==PF-DORM-DAYS==
001550                   ==CKPT-DATE==      BY ==CK-DATE==
001560                   ==CKPT-TIME==      BY ==CK-TIME==.

001561 FD  USERDEPT
001562     LABEL RECORDS ARE STANDARD.
001563 01  DEPT-RECORD.
001564     COPY USERDPT.

001565 FD  USERRCTL
001566     LABEL RECORDS ARE STANDARD.
001567 01  RCL-LINE                            PIC X(130).

001570 WORKING-STORAGE SECTION.
001580 01  WS-PROGRAM-NAME                     PIC X(15)
001590                                          VALUE "USRLOAD".
001830         88  WS-USERPARM-EOF              VALUE "10".
001840     05  WS-USERCKPT-STATUS              PIC X(02).
001850         88  WS-USERCKPT-EOF              VALUE "10".
001852     05  WS-USERADDR-STATUS              PIC X(02).
001854     05  WS-USERDEPT-STATUS              PIC X(02).
001856     05  WS-USERRCTL-STATUS              PIC X(02).
001858     05  WS-USERHOLD-STATUS              PIC X(02).

001860 77  WS-EOF-SW                           PIC X(01) VALUE "N".
001870     88  WS-NO-MORE-TRANSACTIONS          VALUE "Y".

001871*    RUN CONTROL - THIS STEP'S NAME ON THE USERRCTL LOG (THE
001872*    USRSIG POSTING STEP LOGS UNDER ITS OWN NAME, SO IT IS NEVER
001873*    TAKEN FOR A SECOND MAIN RUN) AND THE BUSINESS DATE OF THE
001874*    BATCH WINDOW THIS RUN OPENS.
001875 01  WS-RCL.
001876     COPY USERRCL.

001877 01  WS-RCL-STEP                         PIC X(08)
001878                                         VALUE "USRLOAD".

001880 77  WS-SUSPENSE-SW                      PIC X(01) VALUE "N".
001890     88  WS-IS-SUSPENDED                  VALUE "Y".
001900     88  WS-NOT-SUSPENDED                 VALUE "N".

001901 01  WS-RCL-BUS-DATE                     PIC 9(08) VALUE ZERO.
001902 01  WS-RCL-EVENT                        PIC X(01) VALUE SPACE.
001903 01  WS-RCL-NOTE                         PIC X(30) VALUE SPACES.

001904 77  WS-RCL-EOF-SW                       PIC X(01) VALUE "N".
001905     88  WS-NO-MORE-RCL                   VALUE "Y".

001906 77  WS-RCL-DONE-SW                      PIC X(01) VALUE "N".
001907     88  WS-RCL-ALREADY-DONE              VALUE "Y".

001910 77  WS-NOTFOUND-SW                      PIC X(01) VALUE "N".
001920     88  WS-ACCOUNT-NOTFOUND              VALUE "Y".
001930     88  WS-ACCOUNT-FOUND                 VALUE "N".

001931 77  WS-RCL-START-SW                     PIC X(01) VALUE "N".
001932     88  WS-RCL-START-LOGGED              VALUE "Y".

001933 77  WS-RCL-WRITE-SW                     PIC X(01) VALUE "Y".
001934     88  WS-RCL-WRITTEN                   VALUE "Y".
001935     88  WS-RCL-NOT-WRITTEN               VALUE "N".

001940 77  WS-RESTART-SW                       PIC X(01) VALUE "N".
001950     88  WS-IS-RESTART                    VALUE "Y".
001960     88  WS-NOT-RESTART                   VALUE "N".

001962*    SET WHEN A C PUTS AN ACCOUNT THAT WAS NOT ON HOLD ON HOLD.
001964 77  WS-NEW-HOLD-SW                      PIC X(01) VALUE "N".
001966     88  WS-NEW-HOLD                      VALUE "Y".
001968     88  WS-NO-NEW-HOLD                   VALUE "N".

001970 77  WS-SKIP-SW                          PIC X(01) VALUE "N".
001980     88  WS-SKIP-TRANSACTION               VALUE "Y".
001990     88  WS-DONT-SKIP-TRANSACTION          VALUE "N".

001991*    THE NOTE ON AN OVER-LIMIT HOLD - WHERE THE MOVEMENT WOULD
001992*    HAVE TAKEN THE BALANCE.
001993 01  WS-LIMIT-NOTE.
001994     05  FILLER                          PIC X(18)
001995         VALUE "BALANCE WOULD BE $".
001996     05  LN-NEW-BAL                      PIC Z(09)9.99.
001997     05  FILLER                          PIC X(09) VALUE SPACES.

002000 77  WS-RANGE-CHECK-SW                   PIC X(01) VALUE "N".
002010     88  WS-CHECK-BAL-RANGE                VALUE "Y".

002011*    WHERE THE UNSTRING STOPPED ON AN A LINE - THE FREE TEXT
002012*    STARTS THERE.
002013 77  WS-ADDR-PTR                         PIC 9(02) COMP
002014                                          VALUE ZERO.

002015 77  WS-ADDR-SW                          PIC X(01) VALUE "N".
002016     88  WS-ADDR-ON-FILE                  VALUE "Y".
002017     88  WS-ADDR-NOT-ON-FILE              VALUE "N".

002020 77  WS-RECYCLE-SW                       PIC X(01) VALUE "N".
002030     88  WS-RECYCLE-ACTIVE                 VALUE "Y".
002040     88  WS-RECYCLE-DONE                   VALUE "N".

002041 77  WS-ARC-ADDRESS                      PIC X(144).

002042 77  WS-ARC-EOF-SW                       PIC X(01) VALUE "N".
002043     88  WS-NO-MORE-ARCHIVE               VALUE "Y".

002100 77  WS-EDIT-SW                          PIC X(01) VALUE "N".
002110     88  WS-EDIT-ONLY                      VALUE "Y".

002111*    A REVERSAL'S VIEW OF THE POSTING IT NAMES, GATHERED FROM
002112*    USERHIST: HOW FAR THE POSTING MOVED THE KEYED ACCOUNT (SIDE
002113*    1) AND, FOR A TRANSFER, THE ACCOUNT ON THE OTHER SIDE (SIDE
002114*    2).  A POSTING NEVER TOUCHES MORE THAN TWO ACCOUNTS.
002115 77  WS-HIST-EOF-SW                      PIC X(01) VALUE "N".
002116     88  WS-NO-MORE-HISTORY               VALUE "Y".

002117 77  WS-REV-KEYED-SW                     PIC X(01) VALUE "N".
002118     88  WS-REV-KEYED-SIDE                VALUE "Y".

002120 77  WS-CONTROL-SW                       PIC X(01) VALUE "N".
002130     88  WS-CONTROL-REC                    VALUE "Y".
002140     88  WS-NOT-CONTROL-REC                VALUE "N".

002141 77  WS-REV-SIDE-2-SW                    PIC X(01) VALUE "N".
002142     88  WS-REV-ONE-SIDED                 VALUE "N".
002143     88  WS-REV-TWO-SIDED                 VALUE "Y".
002144     88  WS-REV-TOO-MANY-SIDES            VALUE "X".

002145 77  WS-REV-USED-SW                      PIC X(01) VALUE "N".
002146     88  WS-REV-ALREADY-DONE              VALUE "Y".

002147 77  WS-REV-OF-REV-SW                    PIC X(01) VALUE "N".
002148     88  WS-REV-IS-A-REVERSAL             VALUE "Y".

002150 77  WS-SCAN-EOF-SW                      PIC X(01) VALUE "N".
002160     88  WS-SCAN-EOF                       VALUE "Y".

002161*    SET WHEN USERHIST CANNOT BE TURNED AROUND FOR THE SCAN, OR
002162*    CANNOT BE PUT BACK TO EXTEND AFTER IT.  THE TRAIL IS THEN
002163*    UNUSABLE, SO THE RUN STOPS WITHOUT COUNTING OR CHECKPOINTING
002164*    THE REVERSAL, AND A RESTART PICKS IT UP AGAIN.
002165 77  WS-REV-SCAN-SW                      PIC X(01) VALUE "N".
002166     88  WS-REV-SCAN-FAILED               VALUE "Y".

002167 77  WS-REV-ID-2                         PIC 9(08) VALUE ZERO.

002170 77  WS-BATCH-ERR-SW                     PIC X(01) VALUE "N".
002180     88  WS-BATCH-ERROR                    VALUE "Y".

002181 77  WS-REV-DELTA-1                      PIC S9(10)V99
002182                                          VALUE ZERO.
002183 77  WS-REV-DELTA-2                      PIC S9(10)V99
002184                                          VALUE ZERO.
002185 77  WS-REV-MOVE                         PIC S9(10)V99
002186                                          VALUE ZERO.

002190 77  WS-HEADER-SW                        PIC X(01) VALUE "N".
002200     88  WS-HAVE-HEADER                    VALUE "Y".

002330 01  WS-BCH.
002340     COPY USERTRB.

002341*    THE POSTING REFERENCE OF THE TRANSACTION IN HAND - SPACES
002342*    FOR ONE THAT DOES NOT GET ONE.
002343 01  WS-POST-REF.
002344     05  WS-REF-SOURCE                   PIC X(01) VALUE "L".
002345     05  WS-REF-RUN                      PIC 9(08) VALUE ZERO.
002346     05  WS-REF-SEQ                      PIC 9(07) VALUE ZERO.

002350 01  WS-BATCH-NUMBER                     PIC 9(06) VALUE ZERO.
002360 01  WS-BATCH-DATE                       PIC 9(08) VALUE ZERO.
002370 01  WS-BATCH-DEPT                       PIC X(04) VALUE SPACES.

002371*    THE DEPARTMENT TABLE, LOADED FROM THE USERDEPT CARDS.
002372 77  WS-DEPT-EOF-SW                      PIC X(01) VALUE "N".
002373     88  WS-NO-MORE-DEPTS                 VALUE "Y".
002374 77  WS-DCODE-MAX                        PIC 9(03) COMP
002375                                         VALUE 100.
002376 77  WS-DCODE-USED                       PIC 9(03) COMP
002377                                         VALUE ZERO.
002378 77  WS-DCODE-IX                         PIC 9(03) COMP
002379                                         VALUE ZERO.

002380 01  WS-RUN-DATE                         PIC 9(08).

002381 77  WS-DCODE-AT                         PIC 9(03) COMP
002382                                         VALUE ZERO.
002383 01  WS-FIND-DEPT                        PIC X(04).

002384 01  WS-DCODE-TABLE.
002385     05  WS-DCODE-ENTRY OCCURS 100 TIMES.
002386         10  DC-CODE                     PIC X(04).
002387         10  DC-DESC                     PIC X(20).
002388         10  DC-OPEN-FLAG                PIC X(01).
002389             88  DC-OPEN                 VALUE "Y".

002390 01  WS-EDIT-HEAD-1.
002400     05  FILLER                          PIC X(29)
002410         VALUE "USRLOAD EDIT-ONLY TRIAL - RUN".
002600     05  ET-COUNT                        PIC Z,ZZZ,ZZ9.
002610     05  FILLER                          PIC X(49) VALUE SPACES.

002611*    THE HOLD TO BE RECORDED ON USERHOLD - WHICH ACCOUNT, WHY, AND
002612*    A NOTE FOR WHOEVER WORKS IT.
002613 01  WS-HOLD-REQUEST.
002614     05  WS-HOLD-ID                      PIC 9(08).
002615     05  WS-HOLD-CLASS                   PIC X(01).
002616     05  WS-HOLD-REASON                  PIC X(12).
002617     05  WS-HOLD-NOTE                    PIC X(40).

002620 77  WS-REC-COUNT                        PIC 9(07) COMP
002630                                          VALUE ZERO.
002640 77  WS-POST-COUNT                       PIC 9(07) COMP
002700 77  WS-SKIP-COUNT                       PIC 9(07) COMP
002710                                          VALUE ZERO.

002711 77  WS-HOLD-COUNT                       PIC 9(07) COMP
002712                                          VALUE ZERO.
002713 77  WS-RELEASE-COUNT                    PIC 9(07) COMP
002714                                          VALUE ZERO.

002715 77  WS-HOLD-SW                          PIC X(01) VALUE "N".
002716     88  WS-HOLD-ON-FILE                  VALUE "Y".
002717     88  WS-HOLD-NOT-ON-FILE              VALUE "N".

002720 LINKAGE SECTION.
002730 01  RUNPARM-AREA.
002740     05  RUNPARM-LEN                     PIC S9(4) COMP.
002750     05  RUNPARM-RESTART                 PIC X(01).
002755     05  RUNPARM-STREAM                  PIC X(01).

002760 PROCEDURE DIVISION USING RUNPARM-AREA.

002790     IF RETURN-CODE = ZERO
002800         PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
002810             UNTIL WS-NO-MORE-TRANSACTIONS
002815                 OR WS-REV-SCAN-FAILED
002820         PERFORM 8000-TERMINATE THRU 8000-EXIT
002830     END-IF.
002835     PERFORM 9300-LOG-END THRU 9300-EXIT.
002840     GOBACK.

002850*----------------------------------------------------------
002860* 1000-INITIALIZE - OPEN THE FILES, LOAD THE CONTROL PARMS, AND
002870* (ON A RESTART) POSITION PAST THE TRANSACTIONS ALREADY COMMITTED.
002875* A NORMAL OR RESTART RUN CHECKS THE RUN-CONTROL LOG FIRST.
002880*----------------------------------------------------------
002890 1000-INITIALIZE.
002900     INITIALIZE WS-USER, WS-TRN.
002930     IF RUNPARM-RESTART = "Y"
002940         SET WS-IS-RESTART TO TRUE
002950     END-IF.
002952     IF RUNPARM-LEN > 1 AND RUNPARM-STREAM = "S"
002954         MOVE "USRSIG2" TO WS-RCL-STEP
002956     END-IF.
002960     IF RUNPARM-RESTART = "E"
002970         SET WS-EDIT-ONLY TO TRUE
002980     END-IF.

002981*    A TRIAL RUN IS NOT PART OF THE BATCH WINDOW - IT NEITHER
002982*    OPENS ONE NOR NEEDS ONE.
002983     IF NOT WS-EDIT-ONLY
002984         PERFORM 9100-CHECK-RUN-CONTROL THRU 9100-EXIT
002985         IF RETURN-CODE NOT = ZERO
002986             GO TO 1000-EXIT
002987         END-IF
002988     END-IF.

002990     PERFORM 1100-READ-PARMS THRU 1100-EXIT.

002991*    THE DEPARTMENT CODES ARE NEEDED BY THE BATCH HEADER CHECK AS
002992*    WELL AS THE TRANSACTION EDITS, SO THEY ARE LOADED FIRST.
002993     PERFORM 1500-LOAD-DEPTS THRU 1500-EXIT.
002994     IF RETURN-CODE NOT = ZERO
002995         GO TO 1000-EXIT
002996     END-IF.

003000     IF WS-IS-RESTART
003010         PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT
003020     ELSE
003750         GO TO 1000-EXIT
003760     END-IF.

003761     OPEN I-O USERADDR.
003762     IF WS-USERADDR-STATUS NOT = "00" AND
003763         WS-USERADDR-STATUS NOT = "05"
003764         DISPLAY "USRLOAD: UNABLE TO OPEN USERADDR, STATUS = "
003765             WS-USERADDR-STATUS
003766         MOVE 16 TO RETURN-CODE
003767         GO TO 1000-EXIT
003768     END-IF.

003770     OPEN EXTEND USERCKPT.
003780     IF WS-USERCKPT-STATUS NOT = "00"
003790         DISPLAY "USRLOAD: UNABLE TO OPEN USERCKPT, STATUS = "
003800             WS-USERCKPT-STATUS
003801         MOVE 16 TO RETURN-CODE
003802         GO TO 1000-EXIT
003803     END-IF.

003804     OPEN I-O USERHOLD.
003805     IF WS-USERHOLD-STATUS NOT = "00" AND
003806         WS-USERHOLD-STATUS NOT = "05"
003807         DISPLAY "USRLOAD: UNABLE TO OPEN USERHOLD, STATUS = "
003808             WS-USERHOLD-STATUS
003810         MOVE 16 TO RETURN-CODE
003820         GO TO 1000-EXIT
003830     END-IF.
004600* BATCH NUMBER MUST NOT BE ON THE PROCESSED-BATCH LOG.  ANY
004610* FAILURE REFUSES THE RUN WITH RETURN CODE 8 AND THE MASTER IS
004620* NEVER TOUCHED.
004622* A HEADER DEPARTMENT, WHERE ONE IS GIVEN, MUST BE ON USERDEPT
004624* AND STILL OPEN - IT IS THE DEFAULT FOR EVERY N THAT KEYS NONE.
004630*----------------------------------------------------------
004640 1400-VERIFY-BATCH.
004650     OPEN INPUT USERTRAN.
005020         GO TO 1400-EXIT
005030     END-IF.

005032     PERFORM 1430-CHECK-BATCH-DEPT THRU 1430-EXIT.
005034     IF RETURN-CODE NOT = ZERO
005036         GO TO 1400-EXIT
005038     END-IF.

005040     PERFORM 1420-CHECK-BATCH-LOG THRU 1420-EXIT.
005050 1400-EXIT.
005060     EXIT.
005170* 1415-CHECK-SCAN-REC - CLASSIFY ONE PRE-SCAN RECORD AS HEADER,
005180* TRAILER, OR TRANSACTION AND ACCUMULATE THE COUNT AND HASH THE
005190* TRAILER WILL BE CHECKED AGAINST.
005192* AN A LINE'S TEXT IS NOT AN AMOUNT, NOR IS A V LINE'S REFERENCE
005194* OR A U LINE'S NOTE, SO NONE OF THEM EVER GOES INTO THE HASH.
005200*----------------------------------------------------------
005210 1415-CHECK-SCAN-REC.
005220     ADD 1 TO WS-SCAN-REC-NUM.
005720                     TRN-CODE, TRN-NAME, TRN-ID, TRN-BAL-TEXT,
005730                     TRN-STATUS
005740                 IF TRN-BAL IS NUMERIC
005742                     AND NOT TRN-ADDRESS AND NOT TRN-REVERSAL
005744                     AND NOT TRN-RELEASE
005750                     ADD TRN-BAL TO WS-SCAN-HASH
005760                 END-IF
005770             END-IF
006420                     WHEN TRN-NEW
006430                         PERFORM 2300-CREATE-ACCOUNT
006440                             THRU 2300-EXIT
006442                     WHEN TRN-ADDRESS
006444                         PERFORM 2480-MAINTAIN-ADDRESS
006446                             THRU 2480-EXIT
006450                     WHEN TRN-CHANGE
006460                         PERFORM 2400-CHANGE-ACCOUNT
006470                             THRU 2400-EXIT
006472                     WHEN TRN-REVERSAL
006474                         PERFORM 2490-REVERSE-POSTING
006476                             THRU 2490-EXIT
006480                     WHEN TRN-INQUIRY
006490                         PERFORM 2500-INQUIRE-ACCOUNT
006500                             THRU 2500-EXIT
006502                     WHEN TRN-RELEASE
006504                         PERFORM 2485-RELEASE-HOLD
006506                             THRU 2485-EXIT
006510                     WHEN TRN-DEPOSIT
006520                     WHEN TRN-WITHDRAW
006530                         PERFORM 2450-APPLY-DELTA
006582                         PERFORM 2455-TRANSFER
006584                             THRU 2455-EXIT
006585                 END-EVALUATE
006586                 IF WS-REV-SCAN-FAILED
006587                     GO TO 2000-EXIT
006588                 END-IF

006590                 IF WS-IS-SUSPENDED
006600                     ADD 1 TO WS-SUSP-COUNT
007080* AND TRAILER RECORDS RIDE THE FILE BUT ARE NOT TRANSACTIONS -
007090* THEY WERE VERIFIED UP FRONT BY 1400-VERIFY-BATCH AND ARE
007100* PASSED OVER HERE WITHOUT TOUCHING ANY OF THE RUN COUNTS.
007102* EVERY TRANSACTION THAT POSTS IS GIVEN ITS POSTING REFERENCE
007104* HERE, BEFORE THE RESTART SKIP TEST, SO A SKIPPED RECORD STILL
007106* USES UP ITS NUMBER.
007110*----------------------------------------------------------
007120 2150-PREP-TRANSACTION.
007130     SET WS-NOT-CONTROL-REC TO TRUE.
007190         SET WS-CONTROL-REC TO TRUE
007200         GO TO 2150-EXIT
007210     END-IF.
007215     PERFORM 2160-REPARSE-LINE THRU 2160-EXIT.
007220     ADD 1 TO WS-REC-COUNT.
007221     MOVE SPACES TO WS-POST-REF.
007222     IF TRN-NEW OR TRN-CHANGE OR TRN-DEPOSIT OR TRN-WITHDRAW
007223         OR TRN-CLOSE OR TRN-REOPEN OR TRN-XFER OR TRN-REVERSAL
007224         OR TRN-RELEASE
007225         MOVE "L" TO WS-REF-SOURCE
007226         MOVE WS-BATCH-NUMBER TO WS-REF-RUN
007227         MOVE WS-REC-COUNT TO WS-REF-SEQ
007228     END-IF.
007230     MOVE TRAN-LINE TO SUSP-ORIGINAL-INPUT.
007240     IF WS-IS-RESTART
007250         AND WS-REC-COUNT NOT > CKPT-REC-COUNT
007400         AND NOT TRN-DEPOSIT AND NOT TRN-WITHDRAW
007402         AND NOT TRN-CLOSE AND NOT TRN-REOPEN
007404         AND NOT TRN-XFER
007406         AND NOT TRN-ADDRESS AND NOT TRN-REVERSAL
007408         AND NOT TRN-RELEASE
007410         MOVE "BAD-UNSTRING" TO SUSP-REASON-CODE
007420         SET WS-IS-SUSPENDED TO TRUE
007430     ELSE
007710         END-IF
007720     END-IF.

007722     PERFORM 2210-VALIDATE-ADDRESS THRU 2210-EXIT.
007724     PERFORM 2215-VALIDATE-REV-REL THRU 2215-EXIT.
007726     PERFORM 2220-VALIDATE-DEPT THRU 2220-EXIT.

007730     IF NOT WS-IS-SUSPENDED AND TRN-CHANGE
007740         AND NOT TRN-STATUS-VALID
007750         MOVE "BAD-STATUS" TO SUSP-REASON-CODE
007751         SET WS-IS-SUSPENDED TO TRUE
007752     END-IF.

007753*    INTEREST MAY BE MARKED ONLY ON A D, AND A FEE ONLY ON A W.
007754     IF NOT WS-IS-SUSPENDED
007755         AND ((TRN-DEPOSIT AND NOT TRN-MOVE-ORDINARY
007756                 AND NOT TRN-MOVE-INTEREST)
007757             OR (TRN-WITHDRAW AND NOT TRN-MOVE-ORDINARY
007758                 AND NOT TRN-MOVE-FEE))
007759         MOVE "BAD-UNSTRING" TO SUSP-REASON-CODE
007760         SET WS-IS-SUSPENDED TO TRUE
007770     END-IF.

008200* ON ANYTHING ELSE, THE DELTA RESULT RANGE, AND THE CLOSE GUARDS
008210* - MADE WITH A READ ONLY, SO THE WOULD-BE DISPOSITION COMES OUT
008220* WITHOUT TOUCHING A THING.
008225* THE HOLD GUARDS ON A C OR A U ARE CHECKED THE SAME WAY.
008230*----------------------------------------------------------
008240 2255-EDIT-CHECK-MASTER.
008250     SET WS-ACCOUNT-FOUND TO TRUE.
008290             SET WS-ACCOUNT-NOTFOUND TO TRUE
008300     END-READ.

008301*    A REVERSAL IS JUDGED AGAINST USERHIST, WHICH IS NOT OPENED
008302*    ON A TRIAL - THE REAL RUN MAKES EVERY CALL ON IT.
008303     IF TRN-REVERSAL
008304         GO TO 2255-EXIT
008305     END-IF.

008310     IF TRN-NEW
008320         IF WS-ACCOUNT-FOUND
008330             MOVE "DUP-ID" TO SUSP-REASON-CODE
008396         GO TO 2255-EXIT
008398     END-IF.

008399     IF TRN-CHANGE AND USER-HOLD
008400         AND TRN-STATUS NOT = SPACE AND TRN-STATUS NOT = "H"
008401         MOVE "ON-HOLD" TO SUSP-REASON-CODE
008402         SET WS-IS-SUSPENDED TO TRUE
008403         GO TO 2255-EXIT
008404     END-IF.
008405     IF TRN-RELEASE
008406         IF NOT USER-HOLD
008407             MOVE "NOT-HELD" TO SUSP-REASON-CODE
008408             SET WS-IS-SUSPENDED TO TRUE
008409         END-IF
008410         GO TO 2255-EXIT
008411     END-IF.

008422*    A TRANSFER'S WOULD-BE DISPOSITION NEEDS BOTH SIDES CHECKED:
008423*    THE PAYING RESULT AGAINST THE FLOOR AND THE RECEIVING
008424*    ACCOUNT AND RESULT AGAINST THE MASTER AND THE CEILING.
008910* 2400-CHANGE-ACCOUNT - LOOK THE ACCOUNT UP BY ID AND APPLY A NEW
008920* BALANCE AND/OR STATUS.  A ZERO BALANCE TOKEN MEANS "LEAVE THE
008930* BALANCE ALONE" - ONLY THE STATUS IS BEING CHANGED.
008932* A HELD ACCOUNT CANNOT BE SET ACTIVE OR INACTIVE BY A C - THAT
008934* TAKES A U.  STATUS H ON AN ACCOUNT NOT YET HELD IS RECORDED
008936* ON USERHOLD AS A COMPLIANCE OVERRIDE.
008940*----------------------------------------------------------
008950 2400-CHANGE-ACCOUNT.
008955     SET WS-NO-NEW-HOLD TO TRUE.
008960     PERFORM 2600-READ-MASTER THRU 2600-EXIT.

008961     IF WS-ACCOUNT-FOUND AND USER-HOLD
008962         AND TRN-STATUS NOT = SPACE AND TRN-STATUS NOT = "H"
008963         MOVE "ON-HOLD" TO SUSP-REASON-CODE
008964         SET WS-IS-SUSPENDED TO TRUE
008965         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
008966         GO TO 2400-EXIT
008967     END-IF.

008970     IF WS-ACCOUNT-FOUND
008980         MOVE USER-BAL TO HIST-OLD-BAL
008982         IF TRN-STATUS = "H" AND NOT USER-HOLD
008984             SET WS-NEW-HOLD TO TRUE
008986         END-IF
008990         IF TRN-BAL NOT = ZERO
009000             MOVE TRN-BAL TO USER-BAL
009010         END-IF

009130         IF NOT WS-IS-SUSPENDED
009140             PERFORM 2700-WRITE-HISTORY THRU 2700-EXIT
009141             IF WS-NEW-HOLD
009142                 MOVE USER-ID TO WS-HOLD-ID
009143                 MOVE "C" TO WS-HOLD-CLASS
009144                 MOVE "OVERRIDE" TO WS-HOLD-REASON
009145                 MOVE "STATUS LOADED AS H ON A C" TO WS-HOLD-NOTE
009146                 PERFORM 2760-WRITE-HOLD THRU 2760-EXIT
009147             END-IF
009150         END-IF
009160     END-IF.
009170 2400-EXIT.
009230* WITHDRAWAL THAT WOULD LAND BELOW PARM-LOW-BAL OR A DEPOSIT
009240* PAST PARM-HOLD-BAL GOES TO SUSPENSE AND THE MASTER IS LEFT
009250* UNTOUCHED.  A FULL-BALANCE WITHDRAWAL LANDS ON EXACTLY ZERO.
009252* THE ONE EXCEPTION - AN ACCOUNT PUSHED PAST PARM-HOLD-BAL IS PUT
009254* ON HOLD.
009260*----------------------------------------------------------
009270 2450-APPLY-DELTA.
009280     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
009420                 MOVE "OVER-LIMIT" TO SUSP-REASON-CODE
009430                 SET WS-IS-SUSPENDED TO TRUE
009440                 PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
009442                 MOVE USER-ID TO WS-HOLD-ID
009444                 MOVE WS-NEW-BAL TO LN-NEW-BAL
009446                 PERFORM 2750-HOLD-OVER-LIMIT THRU 2750-EXIT
009450             END-IF
009460         END-IF

009658     IF WS-NEW-BAL > PARM-HOLD-BAL
009659         MOVE "OVER-LIMIT" TO SUSP-REASON-CODE
009660         SET WS-IS-SUSPENDED TO TRUE
009661         PERFORM 2456-PAYER-OVER-LIMIT THRU 2456-EXIT
009662         GO TO 2455-EXIT
009663     END-IF.

009675     IF WS-TO-NEW-BAL > PARM-HOLD-BAL
009676         MOVE "OVER-LIMIT" TO SUSP-REASON-CODE
009677         SET WS-IS-SUSPENDED TO TRUE
009678         PERFORM 2457-PAYEE-OVER-LIMIT THRU 2457-EXIT
009679         GO TO 2455-EXIT
009680     END-IF.
009681     IF WS-TO-NEW-BAL < PARM-LOW-BAL
009840                     MOVE "NOT-FOUND" TO SUSP-REASON-CODE
009850                     SET WS-IS-SUSPENDED TO TRUE
009860                     PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
009862                 NOT INVALID KEY
009864*                    THE ADDRESS GOES TOO, NOW THE ARCHIVE HAS IT.
009866                     PERFORM 2670-DROP-ADDRESS THRU 2670-EXIT
009870             END-DELETE
009880         END-IF
009890     END-IF.
009954     END-WRITE.

009955     IF NOT WS-IS-SUSPENDED
009956         MOVE ZERO TO HIST-OLD-BAL, HIST-NEW-BAL
009957         PERFORM 2680-RESTORE-ADDRESS THRU 2680-EXIT
009958         PERFORM 2700-WRITE-HISTORY THRU 2700-EXIT
009959         PERFORM 2660-WRITE-REOPEN-MARKER THRU 2660-EXIT
009960     END-IF.
009995             IF ARC-USER-ID = TRN-ID
009996                 MOVE ARC-USER-NAME TO WS-ARC-NAME
009997                 MOVE ARC-USER-DEPT TO WS-ARC-DEPT
009998                 PERFORM 2479-KEEP-ARC-DETAIL THRU 2479-EXIT
009999                 SET WS-ARC-FOUND TO TRUE
010000             END-IF
010001     END-READ.
010190*----------------------------------------------------------
010200* 2650-WRITE-ARCHIVE - APPEND THE FINAL RECORD IMAGE, USERREC
010210* LAYOUT INTACT, WITH THE CLOSE DATE.
010215* THE ACCOUNT'S NAME AND ADDRESS RIDE ALONG WITH IT.
010220*----------------------------------------------------------
010230 2650-WRITE-ARCHIVE.
010240     MOVE USER-NAME TO ARC-USER-NAME.
010260     MOVE USER-STATUS TO ARC-USER-STATUS.
010270     MOVE USER-BAL TO ARC-USER-BAL.
010275     MOVE USER-DEPT TO ARC-USER-DEPT.
010277     MOVE USER-ID TO ADR-USER-ID.
010280     ACCEPT ARC-CLOSE-DATE FROM DATE YYYYMMDD.
010281     READ USERADDR
010282         INVALID KEY
010283             MOVE SPACES TO ADR-ADDRESS-DATA
010284     END-READ.
010285     MOVE "C" TO ARC-ACTION.
010287     MOVE ADR-ADDRESS-DATA TO ARC-ADDRESS-DATA.
010290     WRITE ARC-RECORD.
010300 2650-EXIT.
010310     EXIT.
010350*----------------------------------------------------------
010360 2700-WRITE-HISTORY.
010370     MOVE USER-ID TO HIST-USER-ID.
010371     MOVE WS-POST-REF TO HIST-POST-REF.
010372     IF TRN-REVERSAL
010373         MOVE TRN-REV-REF TO HIST-REVERSES-REF
010374     ELSE
010375         MOVE SPACES TO HIST-REVERSES-REF
010376     END-IF.
010380     MOVE "USRLOAD" TO HIST-SOURCE-JOB.
010381     MOVE SPACES TO HIST-OLD-DEPT.
010382     MOVE SPACES TO HIST-NEW-DEPT.
010385     MOVE SPACES TO HIST-OPER-ID.
010390     ACCEPT HIST-EFF-DATE FROM DATE YYYYMMDD.
010391     IF TRN-DEPOSIT OR TRN-WITHDRAW
010392         MOVE TRN-MOVE-TYPE TO HIST-MOVE-TYPE
010393     ELSE
010394         MOVE SPACE TO HIST-MOVE-TYPE
010395     END-IF.
010400     WRITE HIST-RECORD.
010410 2700-EXIT.
010420     EXIT.
010427     COMPUTE HIST-OLD-BAL = TO-USER-BAL - TRN-BAL.
010428     MOVE TO-USER-BAL TO HIST-NEW-BAL.
010429     MOVE "USRLOAD" TO HIST-SOURCE-JOB.
010430     PERFORM 2715-STAMP-TO-HISTORY THRU 2715-EXIT.
010431     ACCEPT HIST-EFF-DATE FROM DATE YYYYMMDD.
010432     WRITE HIST-RECORD.
010433 2710-EXIT.
010630     ELSE
010640         MOVE ZERO TO SUSP-USER-ID
010650     END-IF.
010651     MOVE WS-POST-REF TO SUSP-POST-REF.
010652     IF (TRN-DEPOSIT AND TRN-MOVE-INTEREST)
010653         OR (TRN-WITHDRAW AND TRN-MOVE-FEE)
010654         MOVE TRN-MOVE-TYPE TO SUSP-MOVE-TYPE
010655     ELSE
010656         MOVE SPACE TO SUSP-MOVE-TYPE
010657     END-IF.
010660     ACCEPT SUSP-DATE FROM DATE YYYYMMDD.
010670     SET SUSP-OPEN TO TRUE.
010675     MOVE SPACES TO SUSP-OPER-ID.
010840         GO TO 8000-EXIT
010850     END-IF.

010851*    A RUN STOPPED FOR WANT OF USERHIST ENDS SHORT - SEE 8050.
010852     IF WS-REV-SCAN-FAILED
010853         PERFORM 8050-END-STOPPED-RUN THRU 8050-EXIT
010854         GO TO 8000-EXIT
010855     END-IF.

010860     CLOSE USERTRAN, USERMAST, USERHIST, USERSUSP, USERARCH,
010870         USERCKPT.
010875     CLOSE USERADDR, USERHOLD.
010880     PERFORM 8200-LOG-BATCH THRU 8200-EXIT.
010882     PERFORM 8300-WRITE-RUN-TOTALS THRU 8300-EXIT.
010884     PERFORM 8400-CLEAR-RECYCLE THRU 8400-EXIT.
010910     DISPLAY "USRLOAD: RECORDS POSTED    = " WS-POST-COUNT.
010920     DISPLAY "USRLOAD: RECORDS INQUIRED  = " WS-INQUIRY-COUNT.
010930     DISPLAY "USRLOAD: RECORDS SUSPENDED = " WS-SUSP-COUNT.
010932     DISPLAY "USRLOAD: HOLDS PLACED      = " WS-HOLD-COUNT.
010934     DISPLAY "USRLOAD: HOLDS RELEASED    = " WS-RELEASE-COUNT.
010940 8000-EXIT.
010950     EXIT.

011433 8400-EXIT.
011434     EXIT.

011435*----------------------------------------------------------
011436* 1430-CHECK-BATCH-DEPT - A BATCH HEADER THAT NAMES A DEPARTMENT
011437* MUST NAME ONE THAT IS ON USERDEPT AND STILL OPEN.  A BLANK
011438* HEADER DEPARTMENT IS NOT CHECKED.
011439*----------------------------------------------------------
011440 1430-CHECK-BATCH-DEPT.
011441     IF WS-BATCH-DEPT = SPACES
011442         GO TO 1430-EXIT
011443     END-IF.
011444     MOVE WS-BATCH-DEPT TO WS-FIND-DEPT.
011445     PERFORM 1520-FIND-DEPT THRU 1520-EXIT.
011446     IF WS-DCODE-AT = ZERO
011447         DISPLAY "USRLOAD: HEADER DEPARTMENT " WS-BATCH-DEPT
011448             " IS NOT ON USERDEPT - RUN REFUSED"
011449         MOVE 8 TO RETURN-CODE
011450         GO TO 1430-EXIT
011451     END-IF.
011452     IF NOT DC-OPEN (WS-DCODE-AT)
011453         DISPLAY "USRLOAD: HEADER DEPARTMENT " WS-BATCH-DEPT
011454             " IS RETIRED - RUN REFUSED"
011455         MOVE 8 TO RETURN-CODE
011456         GO TO 1430-EXIT
011457     END-IF.
011458 1430-EXIT.
011459     EXIT.

011460*----------------------------------------------------------
011461* 1500-LOAD-DEPTS - READ THE USERDEPT CARDS INTO THE DEPARTMENT
011462* TABLE.  A CARD WITH NO CODE OR A FLAG OTHER THAN Y OR N, A CODE
011463* CARDED TWICE, MORE CARDS THAN THE TABLE HOLDS, OR NO CARDS AT
011464* ALL STOPS THE RUN - DEPARTMENTS ARE NEVER CHECKED AGAINST A
011465* TABLE THAT IS HALF RIGHT.
011466*----------------------------------------------------------
011467 1500-LOAD-DEPTS.
011468     OPEN INPUT USERDEPT.
011469     IF WS-USERDEPT-STATUS NOT = "00"
011470         DISPLAY "USRLOAD: UNABLE TO OPEN USERDEPT, STATUS = "
011471             WS-USERDEPT-STATUS
011472         MOVE 16 TO RETURN-CODE
011473         GO TO 1500-EXIT
011474     END-IF.
011475     PERFORM 1510-READ-DEPT-CARD THRU 1510-EXIT
011476         UNTIL WS-NO-MORE-DEPTS OR RETURN-CODE NOT = ZERO.
011477     CLOSE USERDEPT.

011478     IF RETURN-CODE = ZERO AND WS-DCODE-USED = ZERO
011479         DISPLAY "USRLOAD: NO DEPARTMENT CODE CARDS - RUN STOPPED"
011480         MOVE 16 TO RETURN-CODE
011481     END-IF.
011482 1500-EXIT.
011483     EXIT.

011484 1510-READ-DEPT-CARD.
011485     READ USERDEPT
011486         AT END
011487             SET WS-NO-MORE-DEPTS TO TRUE
011488             GO TO 1510-EXIT
011489     END-READ.
011490     IF DEPT-RECORD = SPACES
011491         GO TO 1510-EXIT
011492     END-IF.

011493     IF DEPT-CODE = SPACES
011494         OR (NOT DEPT-OPEN AND NOT DEPT-RETIRED)
011495         DISPLAY "USRLOAD: BAD DEPARTMENT CODE CARD: " DEPT-RECORD
011496         MOVE 16 TO RETURN-CODE
011497         GO TO 1510-EXIT
011498     END-IF.

011499     MOVE DEPT-CODE TO WS-FIND-DEPT.
011500     PERFORM 1520-FIND-DEPT THRU 1520-EXIT.
011501     IF WS-DCODE-AT > ZERO
011502         DISPLAY "USRLOAD: DEPARTMENT " DEPT-CODE
011503             " IS ON MORE THAN ONE CARD"
011504         MOVE 16 TO RETURN-CODE
011505         GO TO 1510-EXIT
011506     END-IF.
011507     IF WS-DCODE-USED NOT < WS-DCODE-MAX
011508         DISPLAY "USRLOAD: MORE THAN " WS-DCODE-MAX
011509             " DEPARTMENT CODE CARDS"
011510         MOVE 16 TO RETURN-CODE
011511         GO TO 1510-EXIT
011512     END-IF.

011513     ADD 1 TO WS-DCODE-USED.
011514     MOVE DEPT-CODE TO DC-CODE (WS-DCODE-USED).
011515     MOVE DEPT-DESC TO DC-DESC (WS-DCODE-USED).
011516     MOVE DEPT-OPEN-FLAG TO DC-OPEN-FLAG (WS-DCODE-USED).
011517 1510-EXIT.
011518     EXIT.

011519*----------------------------------------------------------
011520* 1520-FIND-DEPT - THE TABLE SLOT FOR WS-FIND-DEPT, OR ZERO.
011521*----------------------------------------------------------
011522 1520-FIND-DEPT.
011523     MOVE ZERO TO WS-DCODE-AT.
011524     PERFORM 1530-CHECK-DEPT-SLOT THRU 1530-EXIT
011525         VARYING WS-DCODE-IX FROM 1 BY 1
011526         UNTIL WS-DCODE-IX > WS-DCODE-USED
011527             OR WS-DCODE-AT > ZERO.
011528 1520-EXIT.
011529     EXIT.

011530 1530-CHECK-DEPT-SLOT.
011531     IF DC-CODE (WS-DCODE-IX) = WS-FIND-DEPT
011532         MOVE WS-DCODE-IX TO WS-DCODE-AT
011533     END-IF.
011534 1530-EXIT.
011535     EXIT.

011536*----------------------------------------------------------
011537* 2160-REPARSE-LINE - THE A, V AND U LINES DO NOT FOLLOW THE
011538* COMMON LAYOUT, SO EACH IS UNSTRUNG AGAIN HERE TO ITS OWN.
011539*----------------------------------------------------------
011540 2160-REPARSE-LINE.
011541*    AN A LINE'S TEXT CAN HOLD SPACES, SO IT IS TAKEN WHOLE FROM
011542*    WHEREVER THE ID ENDED RATHER THAN SPLIT BY THE UNSTRING.
011543     IF TRN-ADDRESS
011544         MOVE 1 TO WS-ADDR-PTR
011545         UNSTRING TRAN-LINE DELIMITED BY SPACE INTO
011546             TRN-CODE, TRN-NAME, TRN-ID
011547             WITH POINTER WS-ADDR-PTR
011548         IF WS-ADDR-PTR NOT > 50
011549             MOVE TRAN-LINE(WS-ADDR-PTR:) TO TRN-ADDR-TEXT
011550         END-IF
011551     END-IF.
011552*    A V LINE IS CODE, ID AND THE REFERENCE BEING REVERSED - THE
011553*    REFERENCE WOULD OTHERWISE LAND IN THE ID SLOT.
011554     IF TRN-REVERSAL
011555         INITIALIZE WS-TRN
011556         UNSTRING TRAN-LINE DELIMITED BY SPACE INTO
011557             TRN-CODE, TRN-ID, TRN-REV-REF
011558     END-IF.
011559*    A U LINE IS CODE, REASON, ID AND A FREE-TEXT NOTE, TAKEN
011560*    WHOLE FROM WHERE THE ID ENDED THE SAME AS AN A LINE'S TEXT.
011561     IF TRN-RELEASE
011562         INITIALIZE WS-TRN
011563         MOVE 1 TO WS-ADDR-PTR
011564         UNSTRING TRAN-LINE DELIMITED BY SPACE INTO
011565             TRN-CODE, TRN-REL-REASON, TRN-ID
011566             WITH POINTER WS-ADDR-PTR
011567         IF WS-ADDR-PTR NOT > 50
011568             MOVE TRAN-LINE(WS-ADDR-PTR:) TO TRN-REL-NOTE
011569         END-IF
011570     END-IF.
011571 2160-EXIT.
011572     EXIT.

011573*----------------------------------------------------------
011574* 2210-VALIDATE-ADDRESS - THE EDITS ON AN A (NAME AND
011575* ADDRESS) LINE.
011576*----------------------------------------------------------
011577 2210-VALIDATE-ADDRESS.
011578*    AN A LINE MUST NAME A REAL FIELD, THE TEXT MUST FIT IT, A
011579*    CYCLE DAY MUST BE TWO DIGITS, 00-31, AND A TAXPAYER ID MUST
011580*    BE NINE DIGITS.
011581     IF NOT WS-IS-SUSPENDED AND TRN-ADDRESS
011582         IF NOT TRN-ADDR-FIELD-VALID
011583             MOVE "BAD-ADDRESS" TO SUSP-REASON-CODE
011584             SET WS-IS-SUSPENDED TO TRUE
011585         ELSE
011586             IF ((TRN-ADDR-NAME OR TRN-ADDR-LINE-1
011587                 OR TRN-ADDR-LINE-2)
011588                 AND TRN-ADDR-TEXT(31:) NOT = SPACES)
011589                 OR (TRN-ADDR-CITY
011590                     AND TRN-ADDR-TEXT(21:) NOT = SPACES)
011591                 OR (TRN-ADDR-ZIP
011592                     AND TRN-ADDR-TEXT(11:) NOT = SPACES)
011593                 OR (TRN-ADDR-TAX-ID
011594                     AND TRN-ADDR-TEXT(10:) NOT = SPACES)
011595                 OR ((TRN-ADDR-STATE OR TRN-ADDR-CYCLE)
011596                     AND TRN-ADDR-TEXT(3:) NOT = SPACES)
011597                 MOVE "BAD-ADDRESS" TO SUSP-REASON-CODE
011598                 SET WS-IS-SUSPENDED TO TRUE
011599             END-IF
011600         END-IF
011601     END-IF.
011602     IF NOT WS-IS-SUSPENDED AND TRN-ADDRESS AND TRN-ADDR-CYCLE
011603         AND TRN-ADDR-TEXT NOT = SPACES
011604         IF TRN-ADDR-CYCLE-NUM IS NOT NUMERIC
011605             OR TRN-ADDR-CYCLE-NUM > 31
011606             MOVE "BAD-ADDRESS" TO SUSP-REASON-CODE
011607             SET WS-IS-SUSPENDED TO TRUE
011608         END-IF
011609     END-IF.
011610     IF NOT WS-IS-SUSPENDED AND TRN-ADDRESS AND TRN-ADDR-TAX-ID
011611         AND TRN-ADDR-TEXT NOT = SPACES
011612         IF TRN-ADDR-TIN IS NOT NUMERIC
011613             MOVE "BAD-ADDRESS" TO SUSP-REASON-CODE
011614             SET WS-IS-SUSPENDED TO TRUE
011615         END-IF
011616     END-IF.
011617 2210-EXIT.
011618     EXIT.

011619*----------------------------------------------------------
011620* 2215-VALIDATE-REV-REL - THE EDITS ON A V (REVERSAL) OR
011621* U (RELEASE) LINE.
011622*----------------------------------------------------------
011623 2215-VALIDATE-REV-REL.
011624*    A REVERSAL MUST NAME THE POSTING IT IS BACKING OUT.
011625     IF NOT WS-IS-SUSPENDED AND TRN-REVERSAL
011626         AND TRN-REV-REF = SPACES
011627         MOVE "BAD-UNSTRING" TO SUSP-REASON-CODE
011628         SET WS-IS-SUSPENDED TO TRUE
011629     END-IF.

011630*    A RELEASE MUST SAY WHY THE HOLD IS BEING LIFTED.
011631     IF NOT WS-IS-SUSPENDED AND TRN-RELEASE
011632         AND NOT TRN-REL-REASON-VALID
011633         MOVE "BAD-RELEASE" TO SUSP-REASON-CODE
011634         SET WS-IS-SUSPENDED TO TRUE
011635     END-IF.
011636 2215-EXIT.
011637     EXIT.

011638*----------------------------------------------------------
011639* 2220-VALIDATE-DEPT - THE DEPARTMENT KEYED ON AN N OR C.
011640*----------------------------------------------------------
011641 2220-VALIDATE-DEPT.
011642*    A KEYED DEPARTMENT MUST BE ON USERDEPT AND STILL OPEN.  A
011643*    BLANK ONE IS NOT AN ERROR - AN N TAKES THE HEADER DEPARTMENT
011644*    AND A C LEAVES USER-DEPT AS IT IS.
011645     IF NOT WS-IS-SUSPENDED AND (TRN-NEW OR TRN-CHANGE)
011646         AND TRN-DEPT NOT = SPACES
011647         MOVE TRN-DEPT TO WS-FIND-DEPT
011648         PERFORM 1520-FIND-DEPT THRU 1520-EXIT
011649         IF WS-DCODE-AT = ZERO
011650             MOVE "BAD-DEPT" TO SUSP-REASON-CODE
011651             SET WS-IS-SUSPENDED TO TRUE
011652         ELSE
011653             IF NOT DC-OPEN (WS-DCODE-AT)
011654                 MOVE "BAD-DEPT" TO SUSP-REASON-CODE
011655                 SET WS-IS-SUSPENDED TO TRUE
011656             END-IF
011657         END-IF
011658     END-IF.
011659 2220-EXIT.
011660     EXIT.

011661*----------------------------------------------------------
011662* 2456-PAYER-OVER-LIMIT - THE PAYING SIDE OF A TRANSFER WOULD
011663* GO PAST PARM-HOLD-BAL.  THE TRANSFER GOES TO SUSPENSE AND THE
011664* PAYING ACCOUNT IS PUT ON A COMPLIANCE OVER-LIMIT HOLD.
011665*----------------------------------------------------------
011666 2456-PAYER-OVER-LIMIT.
011667     PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT.
011668     MOVE USER-ID TO WS-HOLD-ID.
011669     MOVE WS-NEW-BAL TO LN-NEW-BAL.
011670     PERFORM 2750-HOLD-OVER-LIMIT THRU 2750-EXIT.
011671 2456-EXIT.
011672     EXIT.

011673*----------------------------------------------------------
011674* 2457-PAYEE-OVER-LIMIT - THE RECEIVING SIDE OF A TRANSFER WOULD
011675* GO PAST PARM-HOLD-BAL.  THE TRANSFER GOES TO SUSPENSE AND THE
011676* RECEIVING ACCOUNT IS PUT ON A COMPLIANCE OVER-LIMIT HOLD.
011677*----------------------------------------------------------
011678 2457-PAYEE-OVER-LIMIT.
011679     PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT.
011680     MOVE TO-USER-ID TO WS-HOLD-ID.
011681     MOVE WS-TO-NEW-BAL TO LN-NEW-BAL.
011682     PERFORM 2750-HOLD-OVER-LIMIT THRU 2750-EXIT.
011683 2457-EXIT.
011684     EXIT.

011685*----------------------------------------------------------
011686* 2479-KEEP-ARC-DETAIL - HOLD ON TO THE ACTION FLAG AND THE NAME
011687* AND ADDRESS OFF THE ARCHIVE RECORD JUST MATCHED.
011688*----------------------------------------------------------
011689 2479-KEEP-ARC-DETAIL.
011690     MOVE ARC-ACTION TO WS-ARC-ACTION.
011691     MOVE ARC-ADDRESS-DATA TO WS-ARC-ADDRESS.
011692 2479-EXIT.
011693     EXIT.

011694*----------------------------------------------------------
011695* 2480-MAINTAIN-ADDRESS - SET ONE FIELD OF THE ACCOUNT'S USERADDR
011696* RECORD FROM AN A LINE.  THE ACCOUNT MUST BE ON THE MASTER; THE
011697* FIRST A FOR AN ACCOUNT CREATES ITS RECORD, BLANK BUT FOR THE
011698* FIELD KEYED, AND LATER ONES REWRITE IT.  NO BALANCE MOVES, SO
011699* THERE IS NO HISTORY RECORD.
011700*----------------------------------------------------------
011701 2480-MAINTAIN-ADDRESS.
011702     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
011703     IF WS-ACCOUNT-NOTFOUND
011704         GO TO 2480-EXIT
011705     END-IF.

011706     SET WS-ADDR-ON-FILE TO TRUE.
011707     MOVE TRN-ID TO ADR-USER-ID.
011708     READ USERADDR
011709         INVALID KEY
011710             SET WS-ADDR-NOT-ON-FILE TO TRUE
011711     END-READ.
011712     IF WS-ADDR-NOT-ON-FILE
011713         MOVE SPACES TO ADDR-RECORD
011714         MOVE TRN-ID TO ADR-USER-ID
011715         MOVE ZERO TO ADR-CYCLE-DAY
011716     END-IF.

011717     EVALUATE TRUE
011718         WHEN TRN-ADDR-NAME
011719             MOVE TRN-ADDR-TEXT TO ADR-FULL-NAME
011720         WHEN TRN-ADDR-LINE-1
011721             MOVE TRN-ADDR-TEXT TO ADR-LINE-1
011722         WHEN TRN-ADDR-LINE-2
011723             MOVE TRN-ADDR-TEXT TO ADR-LINE-2
011724         WHEN TRN-ADDR-CITY
011725             MOVE TRN-ADDR-TEXT TO ADR-CITY
011726         WHEN TRN-ADDR-STATE
011727             MOVE TRN-ADDR-TEXT TO ADR-STATE
011728         WHEN TRN-ADDR-ZIP
011729             MOVE TRN-ADDR-TEXT TO ADR-ZIP
011730         WHEN TRN-ADDR-CYCLE
011731             IF TRN-ADDR-TEXT = SPACES
011732                 MOVE ZERO TO ADR-CYCLE-DAY
011733             ELSE
011734                 MOVE TRN-ADDR-CYCLE-NUM TO ADR-CYCLE-DAY
011735             END-IF
011736         WHEN TRN-ADDR-TAX-ID
011737             MOVE TRN-ADDR-TIN TO ADR-TAX-ID
011738     END-EVALUATE.

011739     IF WS-ADDR-ON-FILE
011740         REWRITE ADDR-RECORD
011741             INVALID KEY
011742                 MOVE "NOT-FOUND" TO SUSP-REASON-CODE
011743                 SET WS-IS-SUSPENDED TO TRUE
011744                 PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
011745         END-REWRITE
011746     ELSE
011747         WRITE ADDR-RECORD
011748             INVALID KEY
011749                 MOVE "DUP-ID" TO SUSP-REASON-CODE
011750                 SET WS-IS-SUSPENDED TO TRUE
011751                 PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
011752         END-WRITE
011753     END-IF.
011754 2480-EXIT.
011755     EXIT.

011756*----------------------------------------------------------
011757* 2485-RELEASE-HOLD - TAKE A HELD ACCOUNT OFF HOLD.  THE ACCOUNT
011758* GOES BACK TO ACTIVE AND ITS USERHOLD RECORD IS MARKED RELEASED
011759* WITH THE REASON, THE NOTE AND THE REFERENCE.  AN ACCOUNT NOT ON
011760* HOLD GOES TO SUSPENSE AS NOT-HELD.  A HOLD PLACED BEFORE
011761* USERHOLD EXISTED HAS NO RECORD - ONE IS WRITTEN WITH NO PLACED
011762* DATE, SO THE RELEASE IS STILL ON FILE.  NO BALANCE MOVES, SO
011763* THERE IS NO HISTORY RECORD.
011764*----------------------------------------------------------
011765 2485-RELEASE-HOLD.
011766     PERFORM 2600-READ-MASTER THRU 2600-EXIT.
011767     IF WS-ACCOUNT-NOTFOUND
011768         GO TO 2485-EXIT
011769     END-IF.
011770     IF NOT USER-HOLD
011771         MOVE "NOT-HELD" TO SUSP-REASON-CODE
011772         SET WS-IS-SUSPENDED TO TRUE
011773         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
011774         GO TO 2485-EXIT
011775     END-IF.

011776     SET USER-ACTIVE TO TRUE.
011777     MOVE WS-USER TO MF-USER-RECORD.
011778     REWRITE MF-USER-RECORD
011779         INVALID KEY
011780             MOVE "NOT-FOUND" TO SUSP-REASON-CODE
011781             SET WS-IS-SUSPENDED TO TRUE
011782             PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
011783     END-REWRITE.
011784     IF WS-IS-SUSPENDED
011785         GO TO 2485-EXIT
011786     END-IF.
011787     ADD 1 TO WS-RELEASE-COUNT.

011788     SET WS-HOLD-ON-FILE TO TRUE.
011789     MOVE USER-ID TO HLD-USER-ID.
011790     READ USERHOLD
011791         INVALID KEY
011792             SET WS-HOLD-NOT-ON-FILE TO TRUE
011793     END-READ.
011794     IF WS-HOLD-NOT-ON-FILE
011795         MOVE SPACES TO HOLD-RECORD
011796         MOVE USER-ID TO HLD-USER-ID
011797         MOVE ZERO TO HLD-PLACED-DATE
011798     END-IF.

011799     SET HLD-RELEASED TO TRUE.
011800     MOVE WS-RUN-DATE TO HLD-RELEASE-DATE.
011801     MOVE TRN-REL-REASON TO HLD-RELEASE-REASON.
011802     MOVE "USRLOAD" TO HLD-RELEASE-JOB.
011803     MOVE SPACES TO HLD-RELEASE-OPER.
011804     MOVE WS-POST-REF TO HLD-RELEASE-REF.
011805     MOVE TRN-REL-NOTE TO HLD-RELEASE-NOTE.
011806     IF WS-HOLD-ON-FILE
011807         REWRITE HOLD-RECORD
011808     ELSE
011809         WRITE HOLD-RECORD
011810     END-IF.
011811     IF WS-USERHOLD-STATUS NOT = "00"
011812         DISPLAY "USRLOAD: HOLD RELEASE NOT RECORDED FOR "
011813             USER-ID ", STATUS = " WS-USERHOLD-STATUS
011814     END-IF.
011815 2485-EXIT.
011816     EXIT.

011817*----------------------------------------------------------
011818* 2490-REVERSE-POSTING - BACK OUT THE POSTING NAMED BY
011819* TRN-REV-REF, PUTTING EACH ACCOUNT IT MOVED BACK BY EXACTLY
011820* WHAT IT MOVED IT.  USERHIST IS THE RECORD OF WHAT WAS POSTED.
011821* THE REVERSAL IS REFUSED -
011822*     NO-REF     - THE REFERENCE IS NOT ON USERHIST, THE KEYED
011823*                  ID WAS NOT ONE OF ITS ACCOUNTS, OR IT MOVED
011824*                  NO BALANCE (A STATUS-ONLY CHANGE, A REOPEN)
011825*     REVERSED   - IT HAS ALREADY BEEN REVERSED, OR IS ITSELF A
011826*                  REVERSAL
011827*     UNSAFE-REV - AN ACCOUNT IT MOVED HAS SINCE LEFT THE MASTER,
011828*                  OR HAS MOVED SO THAT BACKING THE POSTING OUT
011829*                  WOULD TAKE IT OUTSIDE THE USERPARM THRESHOLDS
011830* BOTH SIDES ARE READ AND CHECKED BEFORE EITHER IS REWRITTEN, THE
011831* SAME AS A TRANSFER, AND EACH GETS A HISTORY RECORD UNDER THE
011832* NEW REFERENCE THAT NAMES THE ONE REVERSED.  THE SINGLE
011833* CHECKPOINT 2000 WRITES AFTERWARDS COVERS THE PAIR.
011834*----------------------------------------------------------
011835 2490-REVERSE-POSTING.
011836     PERFORM 2495-SCAN-HISTORY THRU 2495-EXIT.
011837     IF WS-REV-SCAN-FAILED
011838         GO TO 2490-EXIT
011839     END-IF.

011840     IF NOT WS-REV-KEYED-SIDE OR WS-REV-TOO-MANY-SIDES
011841         MOVE "NO-REF" TO SUSP-REASON-CODE
011842         SET WS-IS-SUSPENDED TO TRUE
011843         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
011844         GO TO 2490-EXIT
011845     END-IF.
011846     IF WS-REV-ALREADY-DONE OR WS-REV-IS-A-REVERSAL
011847         MOVE "REVERSED" TO SUSP-REASON-CODE
011848         SET WS-IS-SUSPENDED TO TRUE
011849         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
011850         GO TO 2490-EXIT
011851     END-IF.
011852     IF WS-REV-DELTA-1 = ZERO AND WS-REV-DELTA-2 = ZERO
011853         MOVE "NO-REF" TO SUSP-REASON-CODE
011854         SET WS-IS-SUSPENDED TO TRUE
011855         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
011856         GO TO 2490-EXIT
011857     END-IF.

011858     SET WS-ACCOUNT-FOUND TO TRUE.
011859     MOVE TRN-ID TO MF-USER-ID.
011860     READ USERMAST INTO WS-USER
011861         INVALID KEY
011862             SET WS-ACCOUNT-NOTFOUND TO TRUE
011863     END-READ.
011864     IF WS-ACCOUNT-NOTFOUND
011865         MOVE "UNSAFE-REV" TO SUSP-REASON-CODE
011866         SET WS-IS-SUSPENDED TO TRUE
011867         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
011868         GO TO 2490-EXIT
011869     END-IF.
011870     COMPUTE WS-NEW-BAL = USER-BAL - WS-REV-DELTA-1.
011871     IF WS-NEW-BAL < PARM-LOW-BAL OR WS-NEW-BAL > PARM-HOLD-BAL
011872         MOVE "UNSAFE-REV" TO SUSP-REASON-CODE
011873         SET WS-IS-SUSPENDED TO TRUE
011874         PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
011875         GO TO 2490-EXIT
011876     END-IF.

011877     IF WS-REV-TWO-SIDED
011878         MOVE WS-REV-ID-2 TO MF-USER-ID
011879         READ USERMAST INTO WS-TO-USER
011880             INVALID KEY
011881                 MOVE "UNSAFE-REV" TO SUSP-REASON-CODE
011882                 SET WS-IS-SUSPENDED TO TRUE
011883                 PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
011884         END-READ
011885         IF WS-IS-SUSPENDED
011886             GO TO 2490-EXIT
011887         END-IF
011888         COMPUTE WS-TO-NEW-BAL = TO-USER-BAL - WS-REV-DELTA-2
011889         IF WS-TO-NEW-BAL < PARM-LOW-BAL
011890             OR WS-TO-NEW-BAL > PARM-HOLD-BAL
011891             MOVE "UNSAFE-REV" TO SUSP-REASON-CODE
011892             SET WS-IS-SUSPENDED TO TRUE
011893             PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
011894             GO TO 2490-EXIT
011895         END-IF
011896     END-IF.

011897     MOVE USER-BAL TO HIST-OLD-BAL.
011898     MOVE WS-NEW-BAL TO USER-BAL.
011899     MOVE USER-BAL TO HIST-NEW-BAL.
011900     MOVE WS-USER TO MF-USER-RECORD.
011901     REWRITE MF-USER-RECORD
011902         INVALID KEY
011903             MOVE "NOT-FOUND" TO SUSP-REASON-CODE
011904             SET WS-IS-SUSPENDED TO TRUE
011905             PERFORM 2900-WRITE-SUSPENSE THRU 2900-EXIT
011906     END-REWRITE.
011907     IF WS-IS-SUSPENDED
011908         GO TO 2490-EXIT
011909     END-IF.
011910     PERFORM 2700-WRITE-HISTORY THRU 2700-EXIT.

011911     IF WS-REV-TWO-SIDED
011912         MOVE WS-TO-NEW-BAL TO TO-USER-BAL
011913         MOVE WS-TO-USER TO MF-USER-RECORD
011914         REWRITE MF-USER-RECORD
011915             INVALID KEY
011916                 DISPLAY "USRLOAD: *** REVERSAL HALF-POSTED - "
011917                     "REWRITE FAILED FOR " TO-USER-ID
011918                     ", STATUS = " WS-USERMAST-STATUS " ***"
011919                 MOVE 12 TO RETURN-CODE
011920             NOT INVALID KEY
011921                 PERFORM 2720-WRITE-REV-TO-HISTORY THRU 2720-EXIT
011922         END-REWRITE
011923     END-IF.
011924 2490-EXIT.
011925     EXIT.

011926*----------------------------------------------------------
011927* 2495-SCAN-HISTORY - READ THE WHOLE AUDIT TRAIL FOR THE
011928* REFERENCE BEING REVERSED, ADDING UP HOW FAR IT MOVED EACH
011929* ACCOUNT, AND WATCHING FOR AN EARLIER REVERSAL OF IT.  USERHIST
011930* SITS OPEN EXTEND, SO IT IS TURNED AROUND TO INPUT FOR THE SCAN
011931* AND BACK TO EXTEND AFTERWARDS, THE SAME AS THE ARCHIVE SCAN.
011932* POSTINGS MADE EARLIER IN THIS SAME RUN ARE ON IT BY THEN.
011933* IF IT CANNOT BE TURNED EITHER WAY, WS-REV-SCAN-FAILED STOPS
011934* THE RUN BEFORE ANYTHING ELSE IS POSTED.
011935*----------------------------------------------------------
011936 2495-SCAN-HISTORY.
011937     MOVE "N" TO WS-HIST-EOF-SW, WS-REV-KEYED-SW,
011938         WS-REV-SIDE-2-SW, WS-REV-USED-SW, WS-REV-OF-REV-SW,
011939         WS-REV-SCAN-SW.
011940     MOVE ZERO TO WS-REV-ID-2, WS-REV-DELTA-1, WS-REV-DELTA-2.
011941     CLOSE USERHIST.
011942     OPEN INPUT USERHIST.
011943     IF WS-USERHIST-STATUS NOT = "00"
011944         DISPLAY "USRLOAD: UNABLE TO SCAN USERHIST, STATUS = "
011945             WS-USERHIST-STATUS
011946         SET WS-REV-SCAN-FAILED TO TRUE
011947         MOVE 16 TO RETURN-CODE
011948         GO TO 2495-EXIT
011949     END-IF.
011950     PERFORM 2498-SCAN-ONE-HIST THRU 2498-EXIT
011951         UNTIL WS-NO-MORE-HISTORY.
011952     CLOSE USERHIST.
011953     OPEN EXTEND USERHIST.
011954     IF WS-USERHIST-STATUS NOT = "00"
011955         DISPLAY "USRLOAD: UNABLE TO RE-OPEN USERHIST, STATUS = "
011956             WS-USERHIST-STATUS
011957         SET WS-REV-SCAN-FAILED TO TRUE
011958         MOVE 16 TO RETURN-CODE
011959     END-IF.
011960 2495-EXIT.
011961     EXIT.

011962 2498-SCAN-ONE-HIST.
011963     READ USERHIST
011964         AT END
011965             SET WS-NO-MORE-HISTORY TO TRUE
011966             GO TO 2498-EXIT
011967     END-READ.
011968     IF HIST-REVERSES-REF = TRN-REV-REF
011969         SET WS-REV-ALREADY-DONE TO TRUE
011970     END-IF.
011971     IF HIST-POST-REF NOT = TRN-REV-REF
011972         GO TO 2498-EXIT
011973     END-IF.

011974     IF HIST-REVERSES-REF NOT = SPACES
011975         SET WS-REV-IS-A-REVERSAL TO TRUE
011976     END-IF.
011977     COMPUTE WS-REV-MOVE = HIST-NEW-BAL - HIST-OLD-BAL.
011978     IF HIST-USER-ID = TRN-ID
011979         SET WS-REV-KEYED-SIDE TO TRUE
011980         ADD WS-REV-MOVE TO WS-REV-DELTA-1
011981         GO TO 2498-EXIT
011982     END-IF.
011983     IF WS-REV-ONE-SIDED
011984         MOVE HIST-USER-ID TO WS-REV-ID-2
011985         SET WS-REV-TWO-SIDED TO TRUE
011986     END-IF.
011987     IF HIST-USER-ID = WS-REV-ID-2
011988         ADD WS-REV-MOVE TO WS-REV-DELTA-2
011989     ELSE
011990         SET WS-REV-TOO-MANY-SIDES TO TRUE
011991     END-IF.
011992 2498-EXIT.
011993     EXIT.

011994*----------------------------------------------------------
011995* 2670-DROP-ADDRESS - THE ACCOUNT IS GONE FROM THE MASTER AND ITS
011996* NAME AND ADDRESS IS SAFE ON THE ARCHIVE IMAGE, SO THE USERADDR
011997* RECORD GOES TOO.  AN ACCOUNT THAT NEVER HAD ONE IS FINE.
011998*----------------------------------------------------------
011999 2670-DROP-ADDRESS.
012000     MOVE USER-ID TO ADR-USER-ID.
012001     DELETE USERADDR
012002         INVALID KEY
012003             CONTINUE
012004     END-DELETE.
012005 2670-EXIT.
012006     EXIT.

012007*----------------------------------------------------------
012008* 2680-RESTORE-ADDRESS - A REOPENED ACCOUNT GETS BACK THE NAME AND
012009* ADDRESS IT WAS CLOSED WITH, IF THE ARCHIVE IMAGE CARRIED ONE.
012010* THE ACCOUNT HAS ALREADY BEEN RESTORED BY NOW, SO A FAILURE HERE
012011* IS ONLY REPORTED - THE ADDRESS CAN BE LOADED AGAIN WITH AN A.
012012* THE ADDRESS IS ALSO STAGED FOR THE REOPEN MARKER THAT
012013* 2660-WRITE-REOPEN-MARKER APPENDS, SO IT RIDES THAT RECORD TOO.
012014*----------------------------------------------------------
012015 2680-RESTORE-ADDRESS.
012016     MOVE WS-ARC-ADDRESS TO ARC-ADDRESS-DATA.
012017     IF WS-ARC-ADDRESS = SPACES
012018         GO TO 2680-EXIT
012019     END-IF.
012020     MOVE USER-ID TO ADR-USER-ID.
012021     MOVE WS-ARC-ADDRESS TO ADR-ADDRESS-DATA.
012022     WRITE ADDR-RECORD
012023         INVALID KEY
012024             DISPLAY "USRLOAD: ADDRESS NOT RESTORED FOR " USER-ID
012025                 ", STATUS = " WS-USERADDR-STATUS
012026     END-WRITE.
012027 2680-EXIT.
012028     EXIT.

012029*----------------------------------------------------------
012030* 2715-STAMP-TO-HISTORY - THE RECEIVING SIDE OF A TRANSFER
012031* CARRIES THE SAME POSTING REFERENCE AS THE PAYING SIDE, AND NO
012032* OPERATOR, DEPARTMENT CHANGE OR INTEREST/FEE MARKER.
012033*----------------------------------------------------------
012034 2715-STAMP-TO-HISTORY.
012035     MOVE SPACES TO HIST-OPER-ID.
012036     MOVE WS-POST-REF TO HIST-POST-REF.
012037     MOVE SPACES TO HIST-REVERSES-REF.
012038     MOVE SPACES TO HIST-OLD-DEPT.
012039     MOVE SPACES TO HIST-NEW-DEPT.
012040     MOVE SPACE TO HIST-MOVE-TYPE.
012041 2715-EXIT.
012042     EXIT.

012043*----------------------------------------------------------
012044* 2720-WRITE-REV-TO-HISTORY - THE OTHER SIDE OF A REVERSED
012045* TRANSFER GETS ITS OWN AUDIT RECORD, NAMING THE POSTING BACKED
012046* OUT.  ITS OLD BALANCE IS THE NEW ONE PLUS WHAT CAME OFF.
012047*----------------------------------------------------------
012048 2720-WRITE-REV-TO-HISTORY.
012049     MOVE TO-USER-ID TO HIST-USER-ID.
012050     COMPUTE HIST-OLD-BAL = TO-USER-BAL + WS-REV-DELTA-2.
012051     MOVE TO-USER-BAL TO HIST-NEW-BAL.
012052     MOVE "USRLOAD" TO HIST-SOURCE-JOB.
012053     MOVE SPACES TO HIST-OPER-ID.
012054     MOVE WS-POST-REF TO HIST-POST-REF.
012055     MOVE TRN-REV-REF TO HIST-REVERSES-REF.
012056     MOVE SPACES TO HIST-OLD-DEPT.
012057     MOVE SPACES TO HIST-NEW-DEPT.
012058     MOVE SPACE TO HIST-MOVE-TYPE.
012059     ACCEPT HIST-EFF-DATE FROM DATE YYYYMMDD.
012060     WRITE HIST-RECORD.
012061 2720-EXIT.
012062     EXIT.

012063*----------------------------------------------------------
012064* 2750-HOLD-OVER-LIMIT - A MOVEMENT WOULD HAVE TAKEN ACCOUNT
012065* WS-HOLD-ID PAST PARM-HOLD-BAL.  THE MOVEMENT HAS GONE TO
012066* SUSPENSE; THE ACCOUNT ITSELF IS PUT ON HOLD FOR COMPLIANCE TO
012067* REVIEW, WITH THE BALANCE IT WOULD HAVE REACHED IN THE NOTE.
012068* THE ACCOUNT IS RE-READ INTO THE RECORD AREA SO WS-USER IS LEFT
012069* AS IT WAS.  AN ACCOUNT ALREADY ON HOLD KEEPS ITS FIRST REASON.
012070*----------------------------------------------------------
012071 2750-HOLD-OVER-LIMIT.
012072     MOVE WS-HOLD-ID TO MF-USER-ID.
012073     READ USERMAST
012074         INVALID KEY
012075             GO TO 2750-EXIT
012076     END-READ.
012077     IF MF-USER-HOLD
012078         GO TO 2750-EXIT
012079     END-IF.
012080     SET MF-USER-HOLD TO TRUE.
012081     REWRITE MF-USER-RECORD
012082         INVALID KEY
012083             DISPLAY "USRLOAD: HOLD NOT PLACED FOR " WS-HOLD-ID
012084                 ", STATUS = " WS-USERMAST-STATUS
012085             GO TO 2750-EXIT
012086     END-REWRITE.

012087     MOVE "C" TO WS-HOLD-CLASS.
012088     MOVE "OVER-LIMIT" TO WS-HOLD-REASON.
012089     MOVE WS-LIMIT-NOTE TO WS-HOLD-NOTE.
012090     PERFORM 2760-WRITE-HOLD THRU 2760-EXIT.
012091 2750-EXIT.
012092     EXIT.

012093*----------------------------------------------------------
012094* 2760-WRITE-HOLD - RECORD WHY ACCOUNT WS-HOLD-ID HAS JUST GONE
012095* ON HOLD AND UNDER WHICH REFERENCE.  A RECORD LEFT FROM AN
012096* EARLIER, RELEASED HOLD IS REPLACED.  THE HOLD IS ALREADY ON THE
012097* MASTER, SO A FAILURE HERE IS ONLY REPORTED.
012098*----------------------------------------------------------
012099 2760-WRITE-HOLD.
012100     ADD 1 TO WS-HOLD-COUNT.
012101     SET WS-HOLD-ON-FILE TO TRUE.
012102     MOVE WS-HOLD-ID TO HLD-USER-ID.
012103     READ USERHOLD
012104         INVALID KEY
012105             SET WS-HOLD-NOT-ON-FILE TO TRUE
012106     END-READ.

012107     MOVE SPACES TO HOLD-RECORD.
012108     MOVE WS-HOLD-ID TO HLD-USER-ID.
012109     SET HLD-ON-HOLD TO TRUE.
012110     MOVE WS-HOLD-CLASS TO HLD-CLASS.
012111     MOVE WS-HOLD-REASON TO HLD-REASON.
012112     MOVE WS-RUN-DATE TO HLD-PLACED-DATE.
012113     MOVE "USRLOAD" TO HLD-PLACED-JOB.
012114     MOVE WS-POST-REF TO HLD-PLACED-REF.
012115     MOVE WS-HOLD-NOTE TO HLD-NOTE.
012116     MOVE ZERO TO HLD-RELEASE-DATE.
012117     IF WS-HOLD-ON-FILE
012118         REWRITE HOLD-RECORD
012119     ELSE
012120         WRITE HOLD-RECORD
012121     END-IF.
012122     IF WS-USERHOLD-STATUS NOT = "00"
012123         DISPLAY "USRLOAD: HOLD REASON NOT RECORDED FOR "
012124             WS-HOLD-ID ", STATUS = " WS-USERHOLD-STATUS
012125     END-IF.
012126 2760-EXIT.
012127     EXIT.

012128*----------------------------------------------------------
012129* 8050-END-STOPPED-RUN - A RUN STOPPED FOR WANT OF USERHIST HAS
012130* NOT REACHED END OF FILE - THE BATCH IS NOT LOGGED, THE RECYCLE
012131* FILE IS NOT CLEARED AND THE RUN TOTALS ARE LEFT FOR THE RESTART
012132* TO WRITE.  USERHIST ITSELF WAS LEFT CLOSED WHEN IT FAILED.
012133*----------------------------------------------------------
012134 8050-END-STOPPED-RUN.
012135     CLOSE USERTRAN, USERMAST, USERSUSP, USERARCH, USERCKPT,
012136         USERADDR, USERHOLD.
012137     IF WS-RECYCLE-ACTIVE
012138         CLOSE USERRCYC
012139     END-IF.
012140     DISPLAY "USRLOAD: *** RUN STOPPED AT RECORD "
012141         WS-REC-COUNT " - USERHIST UNUSABLE ***".
012142     DISPLAY "USRLOAD: RESTART ONCE USERHIST IS AVAILABLE".
012143     DISPLAY "USRLOAD: RECORDS POSTED    = " WS-POST-COUNT.
012144     DISPLAY "USRLOAD: RECORDS SUSPENDED = " WS-SUSP-COUNT.
012145 8050-EXIT.
012146     EXIT.

012147*----------------------------------------------------------
012148* 9100-CHECK-RUN-CONTROL - OPEN THE NIGHT'S BATCH WINDOW ON THE
012149* USERRCTL LOG.  A NORMAL RUN'S BUSINESS DATE IS TODAY; A RESTART
012150* CARRIES ON UNDER THE DATE OF THE RUN IT IS RESTARTING, EVEN
012151* AFTER MIDNIGHT.  REFUSE WITH RC 8 IF THIS STEP HAS ALREADY
012152* ENDED CLEAN FOR THE DATE; OTHERWISE LOG THE START.
012153*----------------------------------------------------------
012154 9100-CHECK-RUN-CONTROL.
012155     IF NOT WS-IS-RESTART
012156         MOVE WS-RUN-DATE TO WS-RCL-BUS-DATE
012157     END-IF.
012158     OPEN INPUT USERRCTL.
012159     IF WS-USERRCTL-STATUS NOT = "00" AND
012160         WS-USERRCTL-STATUS NOT = "05"
012161         DISPLAY "USRLOAD: UNABLE TO OPEN USERRCTL, STATUS = "
012162             WS-USERRCTL-STATUS
012163         MOVE 16 TO RETURN-CODE
012164         GO TO 9100-EXIT
012165     END-IF.
012166     PERFORM 9110-READ-RUN-CONTROL THRU 9110-EXIT
012167         UNTIL WS-NO-MORE-RCL.
012168     CLOSE USERRCTL.
012169     INITIALIZE WS-RCL.

012170*    A RESTART WITH NOTHING OF ITS OWN ON THE LOG IS RESTARTING
012171*    A RUN THAT NEVER GOT AS FAR AS LOGGING - IT IS TONIGHT'S.
012172     IF WS-RCL-BUS-DATE = ZERO
012173         MOVE WS-RUN-DATE TO WS-RCL-BUS-DATE
012174     END-IF.

012175     IF WS-RCL-ALREADY-DONE
012176         DISPLAY "USRLOAD: " WS-RCL-STEP " ALREADY COMPLETED FOR "
012177             WS-RCL-BUS-DATE " - NOT STARTED"
012178         MOVE "ALREADY COMPLETED" TO WS-RCL-NOTE
012179         MOVE 8 TO RETURN-CODE
012180         MOVE "R" TO WS-RCL-EVENT
012181         PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT
012182         GO TO 9100-EXIT
012183     END-IF.

012184     MOVE "S" TO WS-RCL-EVENT.
012185     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
012186     IF WS-RCL-NOT-WRITTEN
012187         MOVE 16 TO RETURN-CODE
012188         GO TO 9100-EXIT
012189     END-IF.
012190     SET WS-RCL-START-LOGGED TO TRUE.
012191 9100-EXIT.
012192     EXIT.

012193*----------------------------------------------------------
012194* 9110-READ-RUN-CONTROL - ON A RESTART EACH NEWER BUSINESS DATE
012195* OF THIS STEP'S OWN IS THE ONE BEING RESTARTED, AND WHAT WAS
012196* SEEN FOR AN EARLIER ONE NO LONGER COUNTS.  ONLY A CLEAN END
012197* MEANS THE STEP IS DONE.
012198*----------------------------------------------------------
012199 9110-READ-RUN-CONTROL.
012200     READ USERRCTL INTO WS-RCL
012201         AT END
012202             SET WS-NO-MORE-RCL TO TRUE
012203         NOT AT END
012204             PERFORM 9120-TALLY-RUN-CONTROL THRU 9120-EXIT
012205     END-READ.
012206 9110-EXIT.
012207     EXIT.

012208 9120-TALLY-RUN-CONTROL.
012209     IF RCL-STEP NOT = WS-RCL-STEP
012210         GO TO 9120-EXIT
012211     END-IF.
012212     IF WS-IS-RESTART
012213         AND RCL-BUS-DATE NOT = WS-RCL-BUS-DATE
012214         MOVE RCL-BUS-DATE TO WS-RCL-BUS-DATE
012215         MOVE "N" TO WS-RCL-DONE-SW
012216     END-IF.
012217     IF RCL-BUS-DATE = WS-RCL-BUS-DATE
012218         AND RCL-ENDED AND RCL-ENDED-CLEAN
012219         SET WS-RCL-ALREADY-DONE TO TRUE
012220     END-IF.
012221 9120-EXIT.
012222     EXIT.

012223*----------------------------------------------------------
012224* 9200-WRITE-RUN-CONTROL - APPEND ONE EVENT FOR THIS STEP, WITH
012225* THE RETURN CODE AS IT STANDS.  THE CALLER FILLS IN ANY COUNTS.
012226*----------------------------------------------------------
012227 9200-WRITE-RUN-CONTROL.
012228     OPEN EXTEND USERRCTL.
012229     IF WS-USERRCTL-STATUS NOT = "00" AND
012230         WS-USERRCTL-STATUS NOT = "05"
012231         DISPLAY "USRLOAD: UNABLE TO LOG TO USERRCTL, STATUS = "
012232             WS-USERRCTL-STATUS
012233         SET WS-RCL-NOT-WRITTEN TO TRUE
012234         GO TO 9200-EXIT
012235     END-IF.
012236     MOVE WS-RCL-BUS-DATE TO RCL-BUS-DATE.
012237     MOVE WS-RCL-STEP TO RCL-STEP.
012238     MOVE WS-RCL-EVENT TO RCL-EVENT.
012239     ACCEPT RCL-EVENT-DATE FROM DATE YYYYMMDD.
012240     ACCEPT RCL-EVENT-TIME FROM TIME.
012241     MOVE RETURN-CODE TO RCL-RETURN-CODE.
012242     MOVE WS-RCL-NOTE TO RCL-NOTE.
012243     WRITE RCL-LINE FROM WS-RCL.
012244     CLOSE USERRCTL.
012245 9200-EXIT.
012246     EXIT.

012247*----------------------------------------------------------
012248* 9300-LOG-END - A RUN THAT LOGGED ITS START LOGS ITS END, WITH
012249* THE FINAL RETURN CODE AND ITS KEY COUNTS.  AN END THAT CANNOT
012250* BE LOGGED LEAVES THE WINDOW LOOKING UNFINISHED, SO THE STEPS
012251* AFTER IT WILL REFUSE - WORTH A RETURN CODE OF ITS OWN.
012252*----------------------------------------------------------
012253 9300-LOG-END.
012254     IF NOT WS-RCL-START-LOGGED
012255         GO TO 9300-EXIT
012256     END-IF.
012257     INITIALIZE WS-RCL.
012258     MOVE "READ" TO RCL-COUNT-LABEL (1).
012259     MOVE WS-REC-COUNT TO RCL-COUNT (1).
012260     MOVE "POSTED" TO RCL-COUNT-LABEL (2).
012261     MOVE WS-POST-COUNT TO RCL-COUNT (2).
012262     MOVE "SUSPENDED" TO RCL-COUNT-LABEL (3).
012263     MOVE WS-SUSP-COUNT TO RCL-COUNT (3).
012264     MOVE "E" TO WS-RCL-EVENT.
012265     MOVE SPACES TO WS-RCL-NOTE.
012266     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
012267     IF WS-RCL-NOT-WRITTEN AND RETURN-CODE < 8
012268         DISPLAY "USRLOAD: END NOT LOGGED - LATER STEPS WILL "
012269             "REFUSE"
012270         MOVE 8 TO RETURN-CODE
012271     END-IF.
012272 9300-EXIT.
012273     EXIT.

012274 END PROGRAM USRLOAD.
