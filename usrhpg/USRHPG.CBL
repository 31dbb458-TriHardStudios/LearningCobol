000820                   ==HIST-NEW-BAL==    BY ==HA-NEW-BAL==
000830                   ==HIST-EFF-DATE==   BY ==HA-EFF-DATE==
000840                   ==HIST-SOURCE-JOB== BY ==HA-SOURCE-JOB==
000842                   ==HIST-OPER-ID==   BY ==HA-OPER-ID==
000843                   ==HIST-POST-REF==   BY ==HA-POST-REF==
000844                   ==HIST-REVERSES-REF== BY ==HA-REVERSES-REF==
000845                   ==HIST-OLD-DEPT==   BY ==HA-OLD-DEPT==
000846                   ==HIST-NEW-DEPT==   BY ==HA-NEW-DEPT==
000847                   ==HIST-MOVE-TYPE==  BY ==HA-MOVE-TYPE==
000848                   ==HIST-INTEREST==   BY ==HA-INTEREST==
000849                   ==HIST-FEE==        BY ==HA-FEE==.

000850 FD  USERHISO
000860     LABEL RECORDS ARE STANDARD.
000910                   ==HIST-NEW-BAL==    BY ==HO-NEW-BAL==
000920                   ==HIST-EFF-DATE==   BY ==HO-EFF-DATE==
000930                   ==HIST-SOURCE-JOB== BY ==HO-SOURCE-JOB==
000932                   ==HIST-OPER-ID==   BY ==HO-OPER-ID==
000933                   ==HIST-POST-REF==   BY ==HO-POST-REF==
000934                   ==HIST-REVERSES-REF== BY ==HO-REVERSES-REF==
000935                   ==HIST-OLD-DEPT==   BY ==HO-OLD-DEPT==
000936                   ==HIST-NEW-DEPT==   BY ==HO-NEW-DEPT==
000937                   ==HIST-MOVE-TYPE==  BY ==HO-MOVE-TYPE==
000938                   ==HIST-INTEREST==   BY ==HO-INTEREST==
000939                   ==HIST-FEE==        BY ==HO-FEE==.

000940 SD  SORT-FILE.
000950 01  SORT-RECORD.
000990                   ==HIST-NEW-BAL==    BY ==SR-NEW-BAL==
001000                   ==HIST-EFF-DATE==   BY ==SR-EFF-DATE==
001010                   ==HIST-SOURCE-JOB== BY ==SR-SOURCE-JOB==
001012                   ==HIST-OPER-ID==   BY ==SR-OPER-ID==
001013                   ==HIST-POST-REF==   BY ==SR-POST-REF==
001014                   ==HIST-REVERSES-REF== BY ==SR-REVERSES-REF==
001015                   ==HIST-OLD-DEPT==   BY ==SR-OLD-DEPT==
001016                   ==HIST-NEW-DEPT==   BY ==SR-NEW-DEPT==
001017                   ==HIST-MOVE-TYPE==  BY ==SR-MOVE-TYPE==
001018                   ==HIST-INTEREST==   BY ==SR-INTEREST==
001019                   ==HIST-FEE==        BY ==SR-FEE==.

001020 WORKING-STORAGE SECTION.
001030 01  WS-PROGRAM-NAME                     PIC X(15)
002950     MOVE WS-OPEN-NEW-BAL TO HO-NEW-BAL.
002960     MOVE WS-OPEN-DATE TO HO-EFF-DATE.
002970     MOVE "USRHPG" TO HO-SOURCE-JOB.
002972     MOVE SPACES TO HO-POST-REF.
002975     MOVE SPACES TO HO-OPER-ID.
002976     MOVE SPACES TO HO-REVERSES-REF.
002977     MOVE SPACES TO HO-OLD-DEPT.
002978     MOVE SPACES TO HO-NEW-DEPT.
002979     MOVE SPACE TO HO-MOVE-TYPE.
002980     WRITE HISO-RECORD.
002990     ADD 1 TO WS-CARRY-COUNT.
003000     SET WS-NO-CARRY-PENDING TO TRUE.
