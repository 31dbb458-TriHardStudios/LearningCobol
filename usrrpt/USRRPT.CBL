000232* HOW THE MONTHLY "WHOSE ACCOUNTS ARE ON HOLD" ARGUMENT GETS
000234* SETTLED WITH NUMBERS INSTEAD OF GUESSWORK.  A BLANK DEPARTMENT
000236* IS AN ACCOUNT POSTED BEFORE DEPARTMENTS WERE CARRIED.  RUN
000237* AFTER USRLOAD SO THE NUMBERS REFLECT THE NIGHT'S POSTINGS.
000238*
000239* EACH DEPARTMENT LINE CARRIES THE DESCRIPTION OFF THE USERDEPT
000240* CODE CARDS.  A CODE THAT IS NOT CARDED PRINTS AS NOT ON FILE -
000241* A DEPARTMENT SHOULD NEVER BE LEFT HOLDING ACCOUNTS ONCE ITS
000242* CARD IS PULLED (SEE USRDMV).
000243*
000244* RUN CONTROL: THE STEP LOGS ITS START AND END ON USERRCTL (SEE
000245* USERRCL) AND REFUSES WITH RC 8, BEFORE OPENING ANYTHING ELSE,
000246* WHEN USRLOAD HAS NOT ENDED CLEAN FOR THE BUSINESS DATE OR WHEN
000247* IT HAS ALREADY ENDED CLEAN FOR IT ITSELF.  THE END RECORD
000248* CARRIES THE ACCOUNTS REPORTED.
000249*-----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-USRRPT-STATUS.

000351*    THE DEPARTMENT CODE CARDS - SEE USERDPT.
000352     SELECT USERDEPT  ASSIGN TO "USERDEPT"
000353         ORGANIZATION IS LINE SEQUENTIAL
000354         FILE STATUS IS WS-USERDEPT-STATUS.

000355*    THE NIGHTLY RUN-CONTROL LOG - SEE USERRCL.  OPTIONAL SO THE
000356*    FIRST STEP EVER RUN CAN CREATE IT.
000357     SELECT OPTIONAL USERRCTL  ASSIGN TO "USERRCTL"
000358         ORGANIZATION IS LINE SEQUENTIAL
000359         FILE STATUS IS WS-USERRCTL-STATUS.

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  USERMAST
000500     LABEL RECORDS ARE STANDARD.
000510 01  RPT-LINE                            PIC X(80).

000511 FD  USERDEPT
000512     LABEL RECORDS ARE STANDARD.
000513 01  DEPT-RECORD.
000514     COPY USERDPT.

000515 FD  USERRCTL
000516     LABEL RECORDS ARE STANDARD.
000517 01  RCL-LINE                            PIC X(130).

000520 WORKING-STORAGE SECTION.
000530 01  WS-PROGRAM-NAME                     PIC X(15)
000540                                         VALUE "USRRPT".
000580     05  WS-USERMAST-STATUS              PIC X(02).
000590         88  WS-USERMAST-OK               VALUE "00".
000600     05  WS-USRRPT-STATUS                PIC X(02).
000602     05  WS-USERDEPT-STATUS              PIC X(02).
000604     05  WS-USERRCTL-STATUS              PIC X(02).

000610 77  WS-EOF-SW                           PIC X(01) VALUE "N".
000620     88  WS-NO-MORE-MASTER-RECS           VALUE "Y".
000816 01  WS-DEPT-COUNT                       PIC 9(07) COMP.
000817 01  WS-DEPT-TOTAL                       PIC 9(13)V99.

000818*    THE DEPARTMENT TABLE, LOADED FROM THE USERDEPT CARDS.
000819 77  WS-DEPT-EOF-SW                      PIC X(01) VALUE "N".
000820     88  WS-NO-MORE-DEPTS                 VALUE "Y".
000821 77  WS-DCODE-MAX                        PIC 9(03) COMP
000822                                         VALUE 100.
000823 77  WS-DCODE-USED                       PIC 9(03) COMP
000824                                         VALUE ZERO.
000825 77  WS-DCODE-IX                         PIC 9(03) COMP
000826                                         VALUE ZERO.
000827 77  WS-DCODE-AT                         PIC 9(03) COMP
000828                                         VALUE ZERO.
000829 01  WS-FIND-DEPT                        PIC X(04).

000830 01  WS-DCODE-TABLE.
000831     05  WS-DCODE-ENTRY OCCURS 100 TIMES.
000832         10  DC-CODE                     PIC X(04).
000833         10  DC-DESC                     PIC X(20).
000834         10  DC-OPEN-FLAG                PIC X(01).
000835             88  DC-OPEN                 VALUE "Y".

000836 01  WS-RUN-DATE                         PIC 9(08).

000837 01  WS-HEAD-LINE-1.
000838     05  FILLER                          PIC X(24)
000839         VALUE "USER STATUS REPORT - RUN".
000840     05  FILLER                          PIC X(01) VALUE SPACE.
000841     05  WH1-RUN-DATE                    PIC 9(08).
000850     05  FILLER                          PIC X(47) VALUE SPACES.

000860 01  WS-HEAD-LINE-2.
000960     05  DL-COUNT                        PIC Z,ZZZ,ZZ9.
000970     05  FILLER                          PIC X(04) VALUE SPACES.
000980     05  DL-TOTAL                        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000988     05  FILLER                          PIC X(29) VALUE SPACES.

000989 01  WS-DEPT-HEAD.
000990     05  FILLER                          PIC X(12)
000991         VALUE "STATUS".
000992     05  FILLER                          PIC X(05)
000993         VALUE "DEPT".
000994     05  FILLER                          PIC X(22)
000995         VALUE "DESCRIPTION".
000996     05  FILLER                          PIC X(10)
000997         VALUE "ACCOUNTS".
000998     05  FILLER                          PIC X(16)
000999         VALUE "TOTAL BALANCE".
001000     05  FILLER                          PIC X(15) VALUE SPACES.

001001 01  WS-DEPT-LINE.
001002     05  DD-STATUS                       PIC X(12).
001003     05  DD-DEPT                         PIC X(04).
001004     05  FILLER                          PIC X(01) VALUE SPACES.
001005     05  DD-DESC                         PIC X(20).
001006     05  FILLER                          PIC X(02) VALUE SPACES.
001007     05  DD-COUNT                        PIC Z,ZZZ,ZZ9.
001008     05  FILLER                          PIC X(04) VALUE SPACES.
001009     05  DD-TOTAL                        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001010     05  FILLER                          PIC X(08) VALUE SPACES.

001011*    RUN CONTROL - THIS STEP'S NAME ON THE USERRCTL LOG, THE STEP
001012*    THAT MUST HAVE ENDED CLEAN BEFORE IT MAY START, AND THE
001013*    BUSINESS DATE OF THE BATCH WINDOW IT RUNS IN.
001014 01  WS-RCL.
001015     COPY USERRCL.

001016 01  WS-RCL-STEP                         PIC X(08)
001017                                         VALUE "USRRPT".
001018 01  WS-RCL-PREREQ                       PIC X(08)
001019                                         VALUE "USRLOAD".
001020 01  WS-RCL-BUS-DATE                     PIC 9(08) VALUE ZERO.
001021 01  WS-RCL-EVENT                        PIC X(01) VALUE SPACE.
001022 01  WS-RCL-NOTE.
001023     05  RN-TEXT                         PIC X(22) VALUE SPACES.
001024     05  RN-STEP                         PIC X(08) VALUE SPACES.

001025 77  WS-RCL-EOF-SW                       PIC X(01) VALUE "N".
001026     88  WS-NO-MORE-RCL                   VALUE "Y".

001027 77  WS-RCL-PREREQ-SW                    PIC X(01) VALUE "N".
001028     88  WS-RCL-PREREQ-CLEAN              VALUE "Y".

001029 77  WS-RCL-DONE-SW                      PIC X(01) VALUE "N".
001030     88  WS-RCL-ALREADY-DONE              VALUE "Y".

001031 77  WS-RCL-START-SW                     PIC X(01) VALUE "N".
001032     88  WS-RCL-START-LOGGED              VALUE "Y".

001033 77  WS-RCL-WRITE-SW                     PIC X(01) VALUE "Y".
001034     88  WS-RCL-WRITTEN                   VALUE "Y".
001035     88  WS-RCL-NOT-WRITTEN               VALUE "N".

001036 PROCEDURE DIVISION.

001037 0000-MAINLINE.
001038     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001039     IF RETURN-CODE = ZERO
001040         PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
001050             UNTIL WS-NO-MORE-MASTER-RECS
001060         PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
001070         PERFORM 8000-TERMINATE THRU 8000-EXIT
001080     END-IF.
001085     PERFORM 9300-LOG-END THRU 9300-EXIT.
001090     STOP RUN.

001100*----------------------------------------------------------
001110* 1000-INITIALIZE - LOAD THE DEPARTMENT CODES AND OPEN THE
001115* FILES.
001120*----------------------------------------------------------
001130 1000-INITIALIZE.
001132     PERFORM 9100-CHECK-RUN-CONTROL THRU 9100-EXIT.
001134     IF RETURN-CODE NOT = ZERO
001136         GO TO 1000-EXIT
001138     END-IF.

001140     INITIALIZE WS-USER.
001150     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

001152     PERFORM 1100-LOAD-DEPTS THRU 1100-EXIT.
001154     IF RETURN-CODE NOT = ZERO
001156         GO TO 1000-EXIT
001158     END-IF.

001160     OPEN INPUT USERMAST.
001170     IF NOT WS-USERMAST-OK
001180         DISPLAY "USRRPT: UNABLE TO OPEN USERMAST, STATUS = "
001210         GO TO 1000-EXIT
001220     END-IF.

001226     OPEN OUTPUT USRRPT.
001227     IF WS-USRRPT-STATUS NOT = "00"
001228         DISPLAY "USRRPT: UNABLE TO OPEN USRRPT, STATUS = "
001229             WS-USRRPT-STATUS
001230         MOVE 16 TO RETURN-CODE
001231         GO TO 1000-EXIT
001232     END-IF.
001233 1000-EXIT.
001234     EXIT.

001235*----------------------------------------------------------
001236* 1100-LOAD-DEPTS - READ THE USERDEPT CARDS INTO THE DEPARTMENT
001237* TABLE.  A CARD WITH NO CODE OR A FLAG OTHER THAN Y OR N, A CODE
001238* CARDED TWICE, MORE CARDS THAN THE TABLE HOLDS, OR NO CARDS AT
001239* ALL STOPS THE RUN - DEPARTMENTS ARE NEVER CHECKED AGAINST A
001240* TABLE THAT IS HALF RIGHT.
001241*----------------------------------------------------------
001242 1100-LOAD-DEPTS.
001243     OPEN INPUT USERDEPT.
001244     IF WS-USERDEPT-STATUS NOT = "00"
001245         DISPLAY "USRRPT: UNABLE TO OPEN USERDEPT, STATUS = "
001246             WS-USERDEPT-STATUS
001247         MOVE 16 TO RETURN-CODE
001248         GO TO 1100-EXIT
001249     END-IF.
001250     PERFORM 1110-READ-DEPT-CARD THRU 1110-EXIT
001251         UNTIL WS-NO-MORE-DEPTS OR RETURN-CODE NOT = ZERO.
001252     CLOSE USERDEPT.

001253     IF RETURN-CODE = ZERO AND WS-DCODE-USED = ZERO
001254         DISPLAY "USRRPT: NO DEPARTMENT CODE CARDS - RUN STOPPED"
001255         MOVE 16 TO RETURN-CODE
001256     END-IF.
001257 1100-EXIT.
001258     EXIT.

001259 1110-READ-DEPT-CARD.
001260     READ USERDEPT
001261         AT END
001262             SET WS-NO-MORE-DEPTS TO TRUE
001263             GO TO 1110-EXIT
001264     END-READ.
001265     IF DEPT-RECORD = SPACES
001266         GO TO 1110-EXIT
001267     END-IF.

001268     IF DEPT-CODE = SPACES
001269         OR (NOT DEPT-OPEN AND NOT DEPT-RETIRED)
001270         DISPLAY "USRRPT: BAD DEPARTMENT CODE CARD: " DEPT-RECORD
001271         MOVE 16 TO RETURN-CODE
001272         GO TO 1110-EXIT
001273     END-IF.

001274     MOVE DEPT-CODE TO WS-FIND-DEPT.
001275     PERFORM 1120-FIND-DEPT THRU 1120-EXIT.
001276     IF WS-DCODE-AT > ZERO
001277         DISPLAY "USRRPT: DEPARTMENT " DEPT-CODE
001278             " IS ON MORE THAN ONE CARD"
001279         MOVE 16 TO RETURN-CODE
001280         GO TO 1110-EXIT
001281     END-IF.
001282     IF WS-DCODE-USED NOT < WS-DCODE-MAX
001283         DISPLAY "USRRPT: MORE THAN " WS-DCODE-MAX
001284             " DEPARTMENT CODE CARDS"
001285         MOVE 16 TO RETURN-CODE
001286         GO TO 1110-EXIT
001287     END-IF.

001288     ADD 1 TO WS-DCODE-USED.
001289     MOVE DEPT-CODE TO DC-CODE (WS-DCODE-USED).
001290     MOVE DEPT-DESC TO DC-DESC (WS-DCODE-USED).
001291     MOVE DEPT-OPEN-FLAG TO DC-OPEN-FLAG (WS-DCODE-USED).
001292 1110-EXIT.
001293     EXIT.

001294*----------------------------------------------------------
001295* 1120-FIND-DEPT - THE TABLE SLOT FOR WS-FIND-DEPT, OR ZERO.
001296*----------------------------------------------------------
001297 1120-FIND-DEPT.
001298     MOVE ZERO TO WS-DCODE-AT.
001299     PERFORM 1130-CHECK-DEPT-SLOT THRU 1130-EXIT
001300         VARYING WS-DCODE-IX FROM 1 BY 1
001301         UNTIL WS-DCODE-IX > WS-DCODE-USED
001302             OR WS-DCODE-AT > ZERO.
001303 1120-EXIT.
001304     EXIT.

001305 1130-CHECK-DEPT-SLOT.
001306     IF DC-CODE (WS-DCODE-IX) = WS-FIND-DEPT
001307         MOVE WS-DCODE-IX TO WS-DCODE-AT
001308     END-IF.
001309 1130-EXIT.
001310     EXIT.

001320*----------------------------------------------------------

001867     IF WS-DEPT-COUNT > ZERO
001868         MOVE DT-DEPT (WS-DEPT-IX) TO DD-DEPT
001869         PERFORM 3140-DESCRIBE-DEPT THRU 3140-EXIT
001870         MOVE WS-DEPT-COUNT TO DD-COUNT
001871         MOVE WS-DEPT-TOTAL TO DD-TOTAL
001872         WRITE RPT-LINE FROM WS-DEPT-LINE
001873     END-IF.
001874 3120-EXIT.
001875     EXIT.

001876 3130-WRITE-OVERFLOW.
001877     EVALUATE WS-RPT-STATUS
001878         WHEN "A"
001879             MOVE WS-OVFL-A-COUNT TO WS-DEPT-COUNT
001880             MOVE WS-OVFL-A-TOTAL TO WS-DEPT-TOTAL
001881         WHEN "I"
001882             MOVE WS-OVFL-I-COUNT TO WS-DEPT-COUNT
001883             MOVE WS-OVFL-I-TOTAL TO WS-DEPT-TOTAL
001884         WHEN "H"
001885             MOVE WS-OVFL-H-COUNT TO WS-DEPT-COUNT
001886             MOVE WS-OVFL-H-TOTAL TO WS-DEPT-TOTAL
001887     END-EVALUATE.

001888     IF WS-DEPT-COUNT > ZERO
001889         MOVE "****" TO DD-DEPT
001890         MOVE "OTHER DEPARTMENTS" TO DD-DESC
001891         MOVE WS-DEPT-COUNT TO DD-COUNT
001892         MOVE WS-DEPT-TOTAL TO DD-TOTAL
001893         WRITE RPT-LINE FROM WS-DEPT-LINE
001894     END-IF.
001895 3130-EXIT.
001896     EXIT.

001897*----------------------------------------------------------
001898* 3140-DESCRIBE-DEPT - THE USERDEPT DESCRIPTION FOR THE CODE IN
001899* DD-DEPT.  A BLANK CODE IS AN ACCOUNT NO DEPARTMENT OWNS.
001900*----------------------------------------------------------
001901 3140-DESCRIBE-DEPT.
001902     IF DD-DEPT = SPACES
001903         MOVE "UNASSIGNED" TO DD-DESC
001904         GO TO 3140-EXIT
001905     END-IF.
001906     MOVE DD-DEPT TO WS-FIND-DEPT.
001907     PERFORM 1120-FIND-DEPT THRU 1120-EXIT.
001908     IF WS-DCODE-AT = ZERO
001909         MOVE "** NOT ON FILE **" TO DD-DESC
001910     ELSE
001911         MOVE DC-DESC (WS-DCODE-AT) TO DD-DESC
001912     END-IF.
001913 3140-EXIT.
001914     EXIT.

001915*----------------------------------------------------------
001916* 8000-TERMINATE - CLOSE THE FILES.
001917*----------------------------------------------------------
001918 8000-TERMINATE.
001919     CLOSE USERMAST, USRRPT.
001920     DISPLAY "USRRPT: REPORT COMPLETE, " WS-TOTAL-COUNT
001921         " ACCOUNTS".
001922 8000-EXIT.
001923     EXIT.

001924*----------------------------------------------------------
001925* 9100-CHECK-RUN-CONTROL - BEFORE ANY OTHER FILE IS TOUCHED,
001926* READ THE USERRCTL LOG FOR THE CURRENT BATCH WINDOW - THE
001927* BUSINESS DATE OF THE LATEST USRLOAD ON IT.  REFUSE WITH RC 8
001928* IF THE PREDECESSOR HAS NOT ENDED CLEAN FOR THAT DATE, OR IF
001929* THIS STEP ALREADY HAS; OTHERWISE LOG THE START.
001930*----------------------------------------------------------
001931 9100-CHECK-RUN-CONTROL.
001932     OPEN INPUT USERRCTL.
001933     IF WS-USERRCTL-STATUS NOT = "00" AND
001934         WS-USERRCTL-STATUS NOT = "05"
001935         DISPLAY "USRRPT: UNABLE TO OPEN USERRCTL, STATUS = "
001936             WS-USERRCTL-STATUS
001937         MOVE 16 TO RETURN-CODE
001938         GO TO 9100-EXIT
001939     END-IF.
001940     PERFORM 9110-READ-RUN-CONTROL THRU 9110-EXIT
001941         UNTIL WS-NO-MORE-RCL.
001942     CLOSE USERRCTL.
001943     INITIALIZE WS-RCL.

001944     IF WS-RCL-BUS-DATE = ZERO
001945         DISPLAY "USRRPT: NO USRLOAD ON THE RUN-CONTROL LOG - "
001946             "NOT STARTED"
001947         MOVE 8 TO RETURN-CODE
001948         GO TO 9100-EXIT
001949     END-IF.

001950     IF WS-RCL-ALREADY-DONE
001951         DISPLAY "USRRPT: ALREADY COMPLETED FOR "
001952             WS-RCL-BUS-DATE " - NOT STARTED"
001953         MOVE "ALREADY COMPLETED" TO RN-TEXT
001954         MOVE 8 TO RETURN-CODE
001955     END-IF.
001956     IF RETURN-CODE = ZERO AND NOT WS-RCL-PREREQ-CLEAN
001957         DISPLAY "USRRPT: " WS-RCL-PREREQ " HAS NOT ENDED "
001958             "CLEAN FOR " WS-RCL-BUS-DATE " - NOT STARTED"
001959         MOVE "PREDECESSOR NOT CLEAN" TO RN-TEXT
001960         MOVE WS-RCL-PREREQ TO RN-STEP
001961         MOVE 8 TO RETURN-CODE
001962     END-IF.
001963     IF RETURN-CODE NOT = ZERO
001964         MOVE "R" TO WS-RCL-EVENT
001965         PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT
001966         GO TO 9100-EXIT
001967     END-IF.

001968     MOVE "S" TO WS-RCL-EVENT.
001969     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
001970     IF WS-RCL-NOT-WRITTEN
001971         MOVE 16 TO RETURN-CODE
001972         GO TO 9100-EXIT
001973     END-IF.
001974     SET WS-RCL-START-LOGGED TO TRUE.
001975 9100-EXIT.
001976     EXIT.

001977*----------------------------------------------------------
001978* 9110-READ-RUN-CONTROL - EACH NEW USRLOAD BUSINESS DATE OPENS A
001979* NEW WINDOW, AND WHAT WAS SEEN FOR AN EARLIER ONE NO LONGER
001980* COUNTS.  ONLY A CLEAN END MEANS A STEP IS DONE.
001981*----------------------------------------------------------
001982 9110-READ-RUN-CONTROL.
001983     READ USERRCTL INTO WS-RCL
001984         AT END
001985             SET WS-NO-MORE-RCL TO TRUE
001986         NOT AT END
001987             PERFORM 9120-TALLY-RUN-CONTROL THRU 9120-EXIT
001988     END-READ.
001989 9110-EXIT.
001990     EXIT.

001991 9120-TALLY-RUN-CONTROL.
001992     IF RCL-STEP = "USRLOAD"
001993         AND RCL-BUS-DATE NOT = WS-RCL-BUS-DATE
001994         MOVE RCL-BUS-DATE TO WS-RCL-BUS-DATE
001995         MOVE "N" TO WS-RCL-PREREQ-SW, WS-RCL-DONE-SW
001996     END-IF.
001997     IF RCL-BUS-DATE NOT = WS-RCL-BUS-DATE
001998         OR NOT RCL-ENDED OR NOT RCL-ENDED-CLEAN
001999         GO TO 9120-EXIT
002000     END-IF.
002001     IF RCL-STEP = WS-RCL-STEP
002002         SET WS-RCL-ALREADY-DONE TO TRUE
002003     END-IF.
002004     IF RCL-STEP = WS-RCL-PREREQ
002005         SET WS-RCL-PREREQ-CLEAN TO TRUE
002006     END-IF.
002007 9120-EXIT.
002008     EXIT.

002009*----------------------------------------------------------
002010* 9200-WRITE-RUN-CONTROL - APPEND ONE EVENT FOR THIS STEP, WITH
002011* THE RETURN CODE AS IT STANDS.  THE CALLER FILLS IN ANY COUNTS.
002012*----------------------------------------------------------
002013 9200-WRITE-RUN-CONTROL.
002014     OPEN EXTEND USERRCTL.
002015     IF WS-USERRCTL-STATUS NOT = "00" AND
002016         WS-USERRCTL-STATUS NOT = "05"
002017         DISPLAY "USRRPT: UNABLE TO LOG TO USERRCTL, STATUS = "
002018             WS-USERRCTL-STATUS
002019         SET WS-RCL-NOT-WRITTEN TO TRUE
002020         GO TO 9200-EXIT
002021     END-IF.
002022     MOVE WS-RCL-BUS-DATE TO RCL-BUS-DATE.
002023     MOVE WS-RCL-STEP TO RCL-STEP.
002024     MOVE WS-RCL-EVENT TO RCL-EVENT.
002025     ACCEPT RCL-EVENT-DATE FROM DATE YYYYMMDD.
002026     ACCEPT RCL-EVENT-TIME FROM TIME.
002027     MOVE RETURN-CODE TO RCL-RETURN-CODE.
002028     MOVE WS-RCL-NOTE TO RCL-NOTE.
002029     WRITE RCL-LINE FROM WS-RCL.
002030     CLOSE USERRCTL.
002031 9200-EXIT.
002032     EXIT.

002033*----------------------------------------------------------
002034* 9300-LOG-END - A STEP THAT LOGGED ITS START LOGS ITS END, WITH
002035* THE FINAL RETURN CODE AND ITS KEY COUNTS.  AN END THAT CANNOT
002036* BE LOGGED LEAVES THE STEP LOOKING UNFINISHED, SO THE STEPS
002037* AFTER IT WILL REFUSE - WORTH A RETURN CODE OF ITS OWN.
002038*----------------------------------------------------------
002039 9300-LOG-END.
002040     IF NOT WS-RCL-START-LOGGED
002041         GO TO 9300-EXIT
002042     END-IF.
002043     INITIALIZE WS-RCL.
002044     MOVE "ACCOUNTS" TO RCL-COUNT-LABEL (1).
002045     MOVE WS-TOTAL-COUNT TO RCL-COUNT (1).
002046     MOVE "E" TO WS-RCL-EVENT.
002047     MOVE SPACES TO WS-RCL-NOTE.
002048     PERFORM 9200-WRITE-RUN-CONTROL THRU 9200-EXIT.
002049     IF WS-RCL-NOT-WRITTEN AND RETURN-CODE < 8
002050         DISPLAY "USRRPT: END NOT LOGGED - LATER STEPS WILL "
002051             "REFUSE"
002052         MOVE 8 TO RETURN-CODE
002053     END-IF.
002054 9300-EXIT.
002055     EXIT.

002056 END PROGRAM USRRPT.
