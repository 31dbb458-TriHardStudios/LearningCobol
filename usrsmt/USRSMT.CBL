000570 FILE SECTION.
000580 FD  USERSUSP
000590     LABEL RECORDS ARE STANDARD.
000600 01  SUSP-INPUT-LINE                     PIC X(104).

000620 FD  USERSUSO
000630     LABEL RECORDS ARE STANDARD.
000640 01  SUSO-OUTPUT-LINE                    PIC X(104).

000660 FD  USERRCYC
000670     LABEL RECORDS ARE STANDARD.
001170 01  WS-AGE-DAYS                         PIC S9(05) COMP.
001180 01  WS-AGE-DISP                         PIC ZZZZ9.
001190 01  WS-CORRECTED-LINE                   PIC X(50).
001192*    THE CORRECTED LINE TAKEN APART WHEN A SUSPENDED ACCRUAL'S
001194*    MOVEMENT TYPE HAS TO BE PUT BACK IN ITS STATUS SLOT.
001196 01  WS-RPR-FIELDS.
001198     05  WS-RPR-CODE                     PIC X(01).
001200     05  WS-RPR-NAME                     PIC X(08).
001202     05  WS-RPR-ID                       PIC X(08).
001204     05  WS-RPR-AMT                      PIC X(12).
001206     05  WS-RPR-TYPE                     PIC X(01).

001210 PROCEDURE DIVISION.

002640* 2500-REPAIR-ITEM - TAKE A CORRECTED TRANSACTION LINE FROM THE
002650* OPERATOR, QUEUE IT ON THE RECYCLE FILE FOR THE NEXT USRLOAD
002660* RUN, AND MARK THE SUSPENSE ITEM RECYCLED.
002662* A SUSPENDED USRACR ACCRUAL KEEPS ITS INTEREST OR FEE MARK
002664* WHATEVER THE OPERATOR KEYS IN THE STATUS SLOT.
002670*----------------------------------------------------------
002680 2500-REPAIR-ITEM.
002690     DISPLAY "ENTER CORRECTED TRANSACTION LINE:".
002700     ACCEPT WS-CORRECTED-LINE.
002702     IF SUSP-INTEREST OR SUSP-FEE
002704         PERFORM 2550-KEEP-MOVE-TYPE THRU 2550-EXIT
002706     END-IF.
002710     WRITE RCYC-LINE FROM WS-CORRECTED-LINE.
002715     SET SUSP-RECYCLED TO TRUE.
002716     MOVE WS-OPER-ID TO SUSP-OPER-ID.
002717     ADD 1 TO WS-RECYCLE-COUNT.
002718     PERFORM 2600-LOG-DECISION THRU 2600-EXIT.
002719 2500-EXIT.
002720     EXIT.

002721*----------------------------------------------------------
002722* 2550-KEEP-MOVE-TYPE - REBUILD A CORRECTED D (INTEREST) OR W
002723* (FEE) LINE WITH THE ITEM'S MOVEMENT TYPE IN THE STATUS SLOT,
002724* SO THE RECYCLED POSTING IS STILL MARKED FOR THE STATEMENT AND
002725* USRTAX.  A LINE REKEYED AS ANY OTHER CODE IS LEFT AS KEYED.
002726*----------------------------------------------------------
002727 2550-KEEP-MOVE-TYPE.
002728     MOVE SPACES TO WS-RPR-FIELDS.
002729     UNSTRING WS-CORRECTED-LINE DELIMITED BY ALL SPACE INTO
002730         WS-RPR-CODE, WS-RPR-NAME, WS-RPR-ID, WS-RPR-AMT,
002731         WS-RPR-TYPE.
002732     IF NOT (WS-RPR-CODE = "D" AND SUSP-INTEREST)
002733         AND NOT (WS-RPR-CODE = "W" AND SUSP-FEE)
002734         GO TO 2550-EXIT
002735     END-IF.
002736     MOVE SPACES TO WS-CORRECTED-LINE.
002737     STRING WS-RPR-CODE DELIMITED BY SIZE
002738         " " DELIMITED BY SIZE
002739         WS-RPR-NAME DELIMITED BY SPACE
002740         " " DELIMITED BY SIZE
002741         WS-RPR-ID DELIMITED BY SPACE
002742         " " DELIMITED BY SIZE
002743         WS-RPR-AMT DELIMITED BY SPACE
002744         " " DELIMITED BY SIZE
002745         SUSP-MOVE-TYPE DELIMITED BY SIZE
002746         INTO WS-CORRECTED-LINE.
002747 2550-EXIT.
002748     EXIT.

002749*----------------------------------------------------------
002750* 2600-LOG-DECISION - ONE USEROPRL RECORD PER REPAIR OR REJECT,
002751* SO THE USROPR END-OF-DAY REPORT COVERS QUEUE DECISIONS
002752* ALONGSIDE KEYED TRANSACTIONS.  THE DECISION LOGS UNDER THE
002753* DIGIT CODES FROM USEROPR (1 = REPAIR, 2 = REJECT) - THE R/X
002754* ACTION LETTERS ARE ALSO REAL TRANSACTION CODES AND WOULD
002755* MERGE WITH CONSOLE REOPENS AND CLOSES ON THE PER-CODE COUNTS.
002756* THE DECISION CARRIES THE ITEM'S OWN POSTING REFERENCE, SO IT
002757* TRACES BACK TO THE SUSPENDED TRANSACTION.
002758*----------------------------------------------------------
002759 2600-LOG-DECISION.
002760     MOVE WS-OPER-ID TO OPR-OPER-ID.
002766     MOVE ZERO TO OPR-AMOUNT.
002767     SET OPR-QUEUE-DECISION TO TRUE.
002768     MOVE WS-RUN-DATE TO OPR-DATE.
002769     MOVE SUSP-POST-REF TO OPR-POST-REF.
002770     WRITE OPRL-RECORD.
002771 2600-EXIT.
002772     EXIT.

002773*----------------------------------------------------------
002780* 8000-TERMINATE - CLOSE THE FILES AND LOG A RUN SUMMARY.
002790*----------------------------------------------------------
002800 8000-TERMINATE.
