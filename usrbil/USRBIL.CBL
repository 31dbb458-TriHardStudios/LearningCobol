000250*                  USER-BAL, WITH A USERHIST RECORD FOR THE
000260*                  MOVEMENT LIKE ANY OTHER POSTING.
000270*     FAILED (F) - THE ACCOUNT IS PUT ON HOLD, BALANCE LEFT
000280*                  ALONE, SO COLLECTIONS CHASES IT BEFORE THE
000290*                  NEXT FEED GOES OUT.  THE HOLD IS RECORDED ON
000291*                  USERHOLD AS A BILLING HOLD, REASON
000292*                  BILL-FAILED, WITH THE FEED DATE AND THE
000293*                  AMOUNT THAT FAILED IN THE NOTE (SEE USERHLD).
000294*                  AN ACCOUNT ALREADY ON HOLD KEEPS THE REASON
000295*                  IT WAS FIRST HELD FOR.
000300*
000310* RETURNS THAT CANNOT BE APPLIED - IDS NOT ON THE MASTER,
000320* UNREADABLE LINES, A CHARGE BIGGER THAN THE BALANCE, OR
000380* USRXTR WROTE WHEN THE FEED WENT OUT: RETURNS READ SHOULD
000390* EQUAL THE COUNT EXTRACTED, AND A SHORT OR LONG RETURN FILE
000400* ENDS WITH A WARNING RETURN CODE SO SOMEONE LOOKS.
000401*
000402* EACH CHARGE POSTED CARRIES A POSTING REFERENCE ON ITS USERHIST
000403* RECORD - "B", THE RUN DATE AND THE NUMBER OF THE RETURN LINE
000404* IN THE FILE - SO IT CAN BE TRACED, AND BACKED OUT BY A
000405* REVERSAL (V) LIKE ANY KEYED POSTING.
000410*-----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-USERBEXC-STATUS.

000611*    HOLD REASONS - OPTIONAL SO THE FIRST HOLD EVER CAN CREATE
000612*    THE FILE.
000613     SELECT OPTIONAL USERHOLD  ASSIGN TO "USERHOLD"
000614         ORGANIZATION IS INDEXED
000615         ACCESS MODE IS DYNAMIC
000616         RECORD KEY IS HLD-USER-ID
000617         FILE STATUS IS WS-USERHOLD-STATUS.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  USERBRET
000880 01  EXC-RECORD.
000890     COPY USERBEX.

000892 FD  USERHOLD
000894     LABEL RECORDS ARE STANDARD.
000896 01  HOLD-RECORD.
000898     COPY USERHLD.

000900 WORKING-STORAGE SECTION.
000910 01  WS-PROGRAM-NAME                     PIC X(15)
000920                                         VALUE "USRBIL".
001020         88  WS-USERMAST-OK               VALUE "00".
001030     05  WS-USERHIST-STATUS              PIC X(02).
001040     05  WS-USERBEXC-STATUS              PIC X(02).
001045     05  WS-USERHOLD-STATUS              PIC X(02).

001050 77  WS-EOF-SW                           PIC X(01) VALUE "N".
001060     88  WS-NO-MORE-RETURNS               VALUE "Y".
001110     88  WS-ACCOUNT-NOTFOUND              VALUE "Y".
001120     88  WS-ACCOUNT-FOUND                 VALUE "N".

001121 77  WS-HOLD-SW                          PIC X(01) VALUE "N".
001122     88  WS-HOLD-ON-FILE                  VALUE "Y".
001123     88  WS-HOLD-NOT-ON-FILE              VALUE "N".

001124 77  WS-WAS-HELD-SW                      PIC X(01) VALUE "N".
001125     88  WS-WAS-HELD                      VALUE "Y".
001126     88  WS-NOT-WAS-HELD                  VALUE "N".

001130 77  WS-READ-COUNT                       PIC 9(07) COMP
001140                                         VALUE ZERO.
001150 77  WS-BILLED-COUNT                     PIC 9(07) COMP

001230 01  WS-XCT-DATE                         PIC 9(08) VALUE ZERO.
001240 01  WS-XCT-COUNT                        PIC 9(07) VALUE ZERO.
001246 01  WS-RUN-DATE                         PIC 9(08).

001247*    POSTING REFERENCE FOR A CHARGE - SEE USERTRN.
001248 01  WS-POST-REF.
001249     05  WS-REF-SOURCE                   PIC X(01) VALUE "B".
001250     05  WS-REF-RUN                      PIC 9(08) VALUE ZERO.
001251     05  WS-REF-SEQ                      PIC 9(07) VALUE ZERO.

001252*    NOTE CARRIED ON THE HOLD RECORD FOR A FAILED CHARGE.
001253 01  WS-HOLD-NOTE.
001254     05  FILLER                          PIC X(05) VALUE "FEED ".
001255     05  HN-FEED-DATE                    PIC 9(08).
001256     05  FILLER                          PIC X(09)
001257                                         VALUE " FAILED $".
001258     05  HN-AMOUNT                       PIC Z(08)9.99.
001259     05  FILLER                          PIC X(06) VALUE SPACES.

001260 PROCEDURE DIVISION.

001865         WS-USERBEXC-STATUS NOT = "05"
001870         DISPLAY "USRBIL: UNABLE TO OPEN USERBEXC, STATUS = "
001880             WS-USERBEXC-STATUS
001881         MOVE 16 TO RETURN-CODE
001882         GO TO 1000-EXIT
001883     END-IF.

001884     OPEN I-O USERHOLD.
001885     IF WS-USERHOLD-STATUS NOT = "00" AND
001886         WS-USERHOLD-STATUS NOT = "05"
001887         DISPLAY "USRBIL: UNABLE TO OPEN USERHOLD, STATUS = "
001888             WS-USERHOLD-STATUS
001890         MOVE 16 TO RETURN-CODE
001900         GO TO 1000-EXIT
001910     END-IF.
002870*----------------------------------------------------------
002880* 2400-HOLD-ACCOUNT - A FAILED CHARGE PUTS THE ACCOUNT ON HOLD,
002890* BALANCE UNTOUCHED, SO IT DROPS OFF THE NEXT FEED UNTIL
002900* COLLECTIONS CLEARS IT.  A NEW HOLD IS RECORDED ON USERHOLD.
002910*----------------------------------------------------------
002920 2400-HOLD-ACCOUNT.
002921     IF USER-HOLD
002922         SET WS-WAS-HELD TO TRUE
002923     ELSE
002924         SET WS-NOT-WAS-HELD TO TRUE
002925     END-IF.
002930     SET USER-HOLD TO TRUE.
002940     MOVE WS-USER TO MF-USER-RECORD.
002950     REWRITE MF-USER-RECORD

003010     IF NOT WS-IS-EXCEPTION
003020         ADD 1 TO WS-HELD-COUNT
003021         IF WS-NOT-WAS-HELD
003022             PERFORM 2410-WRITE-HOLD THRU 2410-EXIT
003023         END-IF
003027     END-IF.
003028 2400-EXIT.
003029     EXIT.

003030*----------------------------------------------------------
003031* 2410-WRITE-HOLD - RECORD WHY THE ACCOUNT IS ON HOLD: A
003032* BILLING HOLD FOR THE FAILED CHARGE, UNDER THE RETURN LINE'S
003033* POSTING REFERENCE.  A RECORD LEFT FROM AN EARLIER, RELEASED
003034* HOLD IS REPLACED.  A FAILED WRITE LEAVES THE HOLD IN PLACE -
003035* IT IS ONLY REPORTED.
003036*----------------------------------------------------------
003037 2410-WRITE-HOLD.
003038     SET WS-HOLD-ON-FILE TO TRUE.
003039     MOVE USER-ID TO HLD-USER-ID.
003040     READ USERHOLD
003041         INVALID KEY
003042             SET WS-HOLD-NOT-ON-FILE TO TRUE
003043     END-READ.

003044     MOVE SPACES TO HOLD-RECORD.
003045     MOVE USER-ID TO HLD-USER-ID.
003046     SET HLD-ON-HOLD TO TRUE.
003047     SET HLD-BILLING TO TRUE.
003048     SET HLD-BILL-FAILED TO TRUE.
003049     MOVE WS-RUN-DATE TO HLD-PLACED-DATE.
003050     MOVE "USRBIL" TO HLD-PLACED-JOB.
003051     MOVE WS-RUN-DATE TO WS-REF-RUN.
003052     MOVE WS-READ-COUNT TO WS-REF-SEQ.
003053     MOVE WS-POST-REF TO HLD-PLACED-REF.
003054     MOVE WS-XCT-DATE TO HN-FEED-DATE.
003055     MOVE BRT-AMOUNT TO HN-AMOUNT.
003056     MOVE WS-HOLD-NOTE TO HLD-NOTE.
003057     MOVE ZERO TO HLD-RELEASE-DATE.

003058     IF WS-HOLD-ON-FILE
003059         REWRITE HOLD-RECORD
003060     ELSE
003061         WRITE HOLD-RECORD
003062     END-IF.
003063     IF WS-USERHOLD-STATUS NOT = "00"
003064         DISPLAY "USRBIL: HOLD REASON NOT RECORDED FOR "
003065             USER-ID ", STATUS = " WS-USERHOLD-STATUS
003066     END-IF.
003067 2410-EXIT.
003068     EXIT.

003069*----------------------------------------------------------
003070* 2500-WRITE-HISTORY - APPEND ONE AUDIT RECORD FOR THE BILLED
003080* MOVEMENT, SAME TRAIL AS EVERY OTHER BALANCE CHANGE, UNDER A
003085* REFERENCE NUMBERED BY THE RETURN LINE'S PLACE IN THE FILE.
003090*----------------------------------------------------------
003100 2500-WRITE-HISTORY.
003110     MOVE USER-ID TO HIST-USER-ID.
003120     MOVE "USRBIL" TO HIST-SOURCE-JOB.
003122     MOVE SPACES TO HIST-OPER-ID.
003123     MOVE WS-RUN-DATE TO WS-REF-RUN.
003124     MOVE WS-READ-COUNT TO WS-REF-SEQ.
003125     MOVE WS-POST-REF TO HIST-POST-REF.
003126     MOVE SPACES TO HIST-REVERSES-REF.
003127     MOVE SPACES TO HIST-OLD-DEPT.
003128     MOVE SPACES TO HIST-NEW-DEPT.
003129     MOVE SPACE TO HIST-MOVE-TYPE.
003130     ACCEPT HIST-EFF-DATE FROM DATE YYYYMMDD.
003140     WRITE HIST-RECORD.
003150 2500-EXIT.
003300* FEED, OR COVERS MORE THAN WENT OUT, ENDS WITH A WARNING.
003310*----------------------------------------------------------
003320 8000-TERMINATE.
003330     CLOSE USERBRET, USERMAST, USERHIST, USERBEXC, USERHOLD.
003340     DISPLAY "USRBIL: FEED EXTRACTED " WS-XCT-DATE " COUNT = "
003350         WS-XCT-COUNT.
003360     DISPLAY "USRBIL: RETURNS READ       = " WS-READ-COUNT.
