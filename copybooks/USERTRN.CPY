000190*     TRN-CODE  TRN-NAME  TRN-ID  TRN-BAL  TRN-STATUS  TRN-DEPT
000200*
000210* TRN-CODE   - N (NEW), C (CHANGE), I (INQUIRY), D (DEPOSIT),
000220*              W (WITHDRAWAL), X (CLOSE), R (REOPEN), A
000222*              (NAME AND ADDRESS - SEE TRN-ADDR-FIELD), V
000224*              (REVERSAL - SEE TRN-REV-REF) OR U (RELEASE
000226*              FROM HOLD - SEE TRN-REL-REASON).  A CLOSE
000230*              IS ONLY HONOURED FOR A ZERO-BALANCE, NON-HOLD
000240*              ACCOUNT; THE FINAL RECORD IMAGE IS ARCHIVED TO
000250*              USERARCH AND THE ACCOUNT IS DELETED FROM THE
000320*              SUBTRACT FROM THE CURRENT BALANCE, SO A WITHDRAWAL
000330*              OF THE FULL BALANCE IS HOW AN ACCOUNT IS TAKEN TO
000340*              EXACTLY $0.00.
000341* TRN-ADDR-FIELD - ON A NAME-AND-ADDRESS (A) ONLY, IN THE TRN-NAME
000342*              SLOT: THE USERADR FIELD SET - NAME, LINE1, LINE2,
000343*              CITY, STATE, ZIP, CYCLE OR TAXID.  THE LINE IS A
000344*              FIELD ID TEXT; TRN-ADDR-TEXT IS ALL AFTER THE ID,
000345*              EMBEDDED SPACES AND ALL.  THE FIRST A FOR AN
000346*              ACCOUNT CREATES ITS USERADDR RECORD; A BLANK TEXT
000347*              CLEARS THE FIELD.  CYCLE IS 2 DIGITS, 01-31 (05,
000348*              NOT 5) OR 00 FOR NO STATEMENTS; TAXID IS 9 DIGITS,
000349*              NO DASHES.  NO AMOUNT.
000350* TRN-BAL    - SIGN + 11 DIGITS, NO DECIMAL POINT TYPED, LAST
000360*              2 DIGITS ARE CENTS (+00000015000 = $150.00).  FOR A
000370*              D OR W THIS IS THE MOVEMENT AMOUNT AND MUST BE
000390*              TRN-BAL-TEXT CARRIES THE RAW CHARACTERS OFF THE
000400*              UNSTRING SO THE LEADING SIGN SURVIVES INTO THE
000410*              SIGN-SEPARATE REDEFINITION BELOW IT.
000411* TRN-MOVE-TYPE - ON A BATCH D OR W ONLY, IN THE TRN-STATUS SLOT:
000412*              INTEREST (I, D ONLY) OR A SERVICE FEE (F, W ONLY),
000413*              CARRIED ONTO USERHIST AS HIST-MOVE-TYPE.  THE LINE
000414*              IS D NAME ID AMOUNT I - HOW USRACR QUEUES AN
000415*              ACCRUAL IT COULD NOT POST, SO A RECYCLED ACCRUAL IS
000416*              STILL INTEREST TO USRTAX.  SPACE IS AN ORDINARY
000417*              MOVEMENT; ANY OTHER VALUE GOES TO SUSPENSE AS
000418*              BAD-UNSTRING.  THE CONSOLE DOES NOT READ THE SLOT.
000420* TRN-STATUS - OPTIONAL OVERRIDE ON A CHANGE TRANSACTION; SPACES
000430*              MEANS LEAVE THE CURRENT STATUS ALONE.  H PUTS THE
000431*              ACCOUNT ON HOLD (SEE USERHLD); AN A OR I ON A HELD
000432*              ACCOUNT IS REFUSED (ON-HOLD); ONLY A U RELEASES IT.
000433* TRN-REL-REASON - ON A RELEASE (U) ONLY, IN THE TRN-NAME SLOT:
000434*              PAID, CLEARED, WAIVED OR ERROR.  THE LINE IS U
000435*              REASON ID NOTE; TRN-REL-NOTE IS ALL AFTER THE ID,
000436*              AS TRN-ADDR-TEXT.  BAD-RELEASE FOR A MISSING OR
000437*              UNKNOWN REASON, NOT-HELD FOR AN ACCOUNT NOT ON
000438*              HOLD.  THE U SETS THE ACCOUNT ACTIVE AND RECORDS
000439*              REASON, NOTE AND RELEASER ON USERHOLD.
000440* TRN-TO-ID  - ON A TRANSFER (T) ONLY: THE RECEIVING ACCOUNT,
000450*              CARRIED IN THE TRN-NAME SLOT (A TRANSFER NEEDS NO
000460*              NAME), READ THROUGH THE REDEFINES.  THE LINE IS
000510*              USER-DEPT (USRLOAD FALLS BACK TO THE BATCH HEADER
000520*              DEPARTMENT WHEN IT IS NOT KEYED); ON A C A
000530*              NON-SPACE VALUE REPLACES THE CURRENT USER-DEPT.
000531*              A CODE NOT OPEN ON USERDEPT SUSPENDS AS BAD-DEPT.
000532* TRN-REV-REF - ON A REVERSAL (V) ONLY: THE POSTING REFERENCE TO
000533*              BACK OUT.  THE LINE IS V ID REFERENCE; THE ID MAY
000534*              BE EITHER SIDE OF A TRANSFER (BOTH ARE BACKED OUT).
000535*              EACH BALANCE GOES BACK BY EXACTLY WHAT THE ORIGINAL
000536*              MOVED.  NO-REF IF NOT ON USERHIST FOR THE ACCOUNT,
000537*              REVERSED IF ALREADY REVERSED OR ITSELF A REVERSAL,
000538*              UNSAFE-REV IF IT WOULD TAKE A CLOSED ACCOUNT OR A
000539*              BALANCE OUTSIDE THE PARM LIMITS.
000540*
000541* POSTING REFERENCES - EVERY TRANSACTION THAT CAN MOVE A BALANCE
000542*              OR CHANGE AN ACCOUNT GETS A 16-BYTE REFERENCE ON
000543*              USERHIST, USERSUSP AND USEROPRL (SPACED OUT HERE):
000544*                  C CCYYMMDD NNNNNNN - HELLCBL, DAY'S NUMBER FROM
000545*                                       USERREFC (USRAPR KEEPS IT)
000546*                  L BBBBBBBB NNNNNNN - USRLOAD BATCH AND RECORD
000547*                  B CCYYMMDD NNNNNNN - USRBIL RETURN NUMBER
000548*                  A CCYYMMDD NNNNNNN - USRACR ACCOUNT IN THE PASS
000549*
000550* MODIFICATION HISTORY
000560* DATE      BY    DESCRIPTION
000570* --------  ----  -----------------------------------------------
000830*                 SUITE-WIDE CEILING RAISE - SENDERS MUST CUT THE
000840*                 NEW WIDTH FROM THE DATE THE FILES ARE
000850*                 CONVERTED.
000851* 10/15/26  RFK   ADDED TRN-ADDRESS, TRN-ADDR-FIELD, TRN-ADDR-TEXT
000852*                 AND TRN-ADDR-TIN FOR THE USERADDR RECORD.
000853* 10/15/26  RFK   ADDED TRN-REVERSAL AND TRN-REV-REF TO BACK OUT A
000854*                 POSTING BY ITS POSTING REFERENCE.
000855* 10/15/26  RFK   TRN-DEPT IS NOW EDITED AGAINST USERDEPT.
000856* 10/15/26  RFK   ADDED TRN-RELEASE, TRN-REL-REASON AND
000857*                 TRN-REL-NOTE - A HOLD IS LIFTED WITH A REASON.
000858* 10/15/26  RFK   ADDED TRN-MOVE-TYPE TO MARK A D OR W AS INTEREST
000859*                 OR A FEE.
000860*-----------------------------------------------------------------
000870     05  TRN-CODE                        PIC X(01).
000880         88  TRN-NEW                     VALUE "N".
000940         88  TRN-REOPEN                  VALUE "R".
000950         88  TRN-FIND                    VALUE "F".
000960         88  TRN-XFER                    VALUE "T".
000961         88  TRN-ADDRESS                 VALUE "A".
000962         88  TRN-REVERSAL                VALUE "V".
000963         88  TRN-RELEASE                 VALUE "U".
000965     05  TRN-NAME                        PIC X(08).
000966     05  TRN-ADDR-FIELD REDEFINES TRN-NAME
000967                                         PIC X(08).
000968         88  TRN-ADDR-NAME               VALUE "NAME".
000969         88  TRN-ADDR-LINE-1             VALUE "LINE1".
000970         88  TRN-ADDR-LINE-2             VALUE "LINE2".
000971         88  TRN-ADDR-CITY               VALUE "CITY".
000972         88  TRN-ADDR-STATE              VALUE "STATE".
000973         88  TRN-ADDR-ZIP                VALUE "ZIP".
000974         88  TRN-ADDR-CYCLE              VALUE "CYCLE".
000975         88  TRN-ADDR-TAX-ID             VALUE "TAXID".
000976         88  TRN-ADDR-FIELD-VALID        VALUE "NAME" "LINE1"
000977                                               "LINE2" "CITY"
000978                                               "STATE" "ZIP"
000979                                               "CYCLE" "TAXID".
000980     05  TRN-TO-ID REDEFINES TRN-NAME    PIC 9(08).
000981     05  TRN-REL-REASON REDEFINES TRN-NAME
000982                                         PIC X(08).
000983         88  TRN-REL-PAID                VALUE "PAID".
000984         88  TRN-REL-CLEARED             VALUE "CLEARED".
000985         88  TRN-REL-WAIVED              VALUE "WAIVED".
000986         88  TRN-REL-ERROR               VALUE "ERROR".
000987         88  TRN-REL-REASON-VALID        VALUE "PAID" "CLEARED"
000988                                               "WAIVED" "ERROR".
000990     05  TRN-ID                          PIC 9(08).
001000     05  TRN-BAL-TEXT                    PIC X(12).
001010     05  TRN-BAL REDEFINES TRN-BAL-TEXT  PIC S9(09)V99
001020         SIGN IS LEADING SEPARATE.
001030     05  TRN-STATUS                      PIC X(01).
001040         88  TRN-STATUS-VALID            VALUE "A" "I" "H" SPACE.
001041     05  TRN-MOVE-TYPE REDEFINES TRN-STATUS
001042                                         PIC X(01).
001043         88  TRN-MOVE-INTEREST           VALUE "I".
001044         88  TRN-MOVE-FEE                VALUE "F".
001045         88  TRN-MOVE-ORDINARY           VALUE SPACE.
001050     05  TRN-DEPT                        PIC X(04).
001060     05  TRN-ADDR-TEXT                   PIC X(37).
001070     05  TRN-ADDR-CYCLE-DAY REDEFINES TRN-ADDR-TEXT.
001080         10  TRN-ADDR-CYCLE-NUM          PIC 9(02).
001090         10  FILLER                      PIC X(35).
001100     05  TRN-ADDR-TIN-TEXT REDEFINES TRN-ADDR-TEXT.
001110         10  TRN-ADDR-TIN                PIC X(09).
001120         10  FILLER                      PIC X(28).
001130     05  TRN-REV-REF-TEXT REDEFINES TRN-ADDR-TEXT.
001140         10  TRN-REV-REF                 PIC X(16).
001150         10  FILLER                      PIC X(21).
001160     05  TRN-REL-NOTE REDEFINES TRN-ADDR-TEXT
001170                                         PIC X(37).
