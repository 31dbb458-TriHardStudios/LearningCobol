001390                   ==USER-DEPT==     BY ==ARC-USER-DEPT==.
001400     05  ARC-CLOSE-DATE                  PIC 9(08).
001410     05  ARC-ACTION                      PIC X(01).
001415     05  ARC-ADDRESS-DATA                PIC X(144).

001420 FD  USERTOTO
001430     LABEL RECORDS ARE STANDARD.
003000             MOVE OHS-EFF-DATE TO HIST-EFF-DATE
003010             MOVE OHS-SOURCE-JOB TO HIST-SOURCE-JOB
003020             MOVE SPACES TO HIST-OPER-ID
003021             MOVE SPACES TO HIST-POST-REF
003022             MOVE SPACES TO HIST-REVERSES-REF
003023             MOVE SPACES TO HIST-OLD-DEPT
003024             MOVE SPACES TO HIST-NEW-DEPT
003025             MOVE SPACE TO HIST-MOVE-TYPE
003030             WRITE HIST-RECORD
003040             ADD 1 TO WS-HIST-COUNT
003050     END-READ.
003170             MOVE SPACES TO ARC-USER-DEPT
003180             MOVE OAR-CLOSE-DATE TO ARC-CLOSE-DATE
003190             MOVE SPACES TO ARC-ACTION
003195             MOVE SPACES TO ARC-ADDRESS-DATA
003200             WRITE ARC-RECORD
003210             ADD 1 TO WS-ARCH-COUNT
003220     END-READ.
003290         NOT AT END
003300             MOVE OTO-RUN-DATE TO TOT-RUN-DATE
003310             MOVE OTO-GRAND-TOTAL TO TOT-GRAND-TOTAL
003312             MOVE ZERO TO TOT-PRIOR-DATE, TOT-NET-MOVEMENT,
003314                 TOT-HIST-COUNT
003316             MOVE SPACE TO TOT-RECON-FLAG
003320             WRITE TOT-RECORD
003330             ADD 1 TO WS-TOT-COUNT
003340     END-READ.
