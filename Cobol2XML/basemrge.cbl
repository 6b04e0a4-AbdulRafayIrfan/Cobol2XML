002820*                  COUNTS TO THE SHARED BASERUNC RUN-CONTROL
002830*                  FILE (RUNCFLDS LAYOUT) SO THE MORNING
002840*                  BASERECN REPORT CAN CROSS-FOOT THE NIGHT.
002848*  2026-09-21 KJM  MERGES APPROVED RELEASES ONLY.  A RELEASE
002856*                  WHOSE SUSPENSE RECORD IS STILL SUSPENDED OR
002864*                  PENDING SECOND-OPERATOR APPROVAL IS NOT
002872*                  REGISTERED OR APPENDED - BASECORR WRITES IT
002880*                  AGAIN WHEN IT IS APPROVED - AND IS COUNTED
002888*                  AS NOT APPROVED ON THE CONSOLE LINE.
002900*----------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
008900 77  WS-RELEASED-COUNT          PIC 9(05) COMP-3 VALUE 0.
009000 77  WS-MERGED-COUNT            PIC 9(05) COMP-3 VALUE 0.
009100 77  WS-CLEARED-COUNT           PIC 9(05) COMP-3 VALUE 0.
009110 77  WS-UNAPPROVED-COUNT        PIC 9(05) COMP-3 VALUE 0.
009120 01  WS-APPROVED-SW             PIC X(01) VALUE "Y".
009130     88  WS-RELEASE-APPROVED    VALUE "Y".
009200 PROCEDURE DIVISION.
009300*----------------------------------------------------------------*
009400*    0000-MAINLINE
013600*----------------------------------------------------------------*
013700*    2000-MERGE-ONE-RELEASE - REGISTER THE ID, APPEND THE
013800*    TRANSACTION TO THE NIGHT'S STREAM, CLEAR ITS SUSPENSE
013900*    RECORD, READ NEXT.  A RELEASE NOT YET APPROVED IS SKIPPED.
014000*----------------------------------------------------------------*
014100 2000-MERGE-ONE-RELEASE.
014200     ADD 1 TO WS-RELEASED-COUNT.
014210     PERFORM 2050-CHECK-APPROVED THRU 2050-EXIT.
014220     IF NOT WS-RELEASE-APPROVED
014230         ADD 1 TO WS-UNAPPROVED-COUNT
014240         GO TO 2000-NEXT
014250     END-IF.
014300     PERFORM 2100-REGISTER-ID THRU 2100-EXIT.
014400     WRITE NIGHT-TRAN-RECORD FROM TRAN-RECORD.
014500     ADD 1 TO WS-MERGED-COUNT.
014600     PERFORM 2300-CLEAR-SUSPENSE THRU 2300-EXIT.
014610 2000-NEXT.
014700     PERFORM 8000-READ-RELEASE THRU 8000-EXIT.
014800 2000-EXIT.
014805     EXIT.
014810*----------------------------------------------------------------*
014815*    2050-CHECK-APPROVED - A RELEASE IS APPROVED WHEN ITS
014820*    SUSPENSE RECORD IS MARKED RELEASED.  ONE STILL SUSPENDED OR
014825*    PENDING APPROVAL IS NOT.  NO SUSPENSE RECORD AT ALL IS TAKEN
014830*    AS APPROVED, AS BEFORE.
014835*----------------------------------------------------------------*
014840 2050-CHECK-APPROVED.
014845     MOVE "Y" TO WS-APPROVED-SW.
014850     MOVE TRAN-ID TO SUSP-TRAN-ID.
014855     READ SUSPENSE-FILE
014860         INVALID KEY
014865             GO TO 2050-EXIT
014870     END-READ.
014875     IF SUSP-SUSPENDED OR SUSP-PENDING-APPROVAL
014880         MOVE "N" TO WS-APPROVED-SW
014885     END-IF.
014890 2050-EXIT.
014900     EXIT.
015000*----------------------------------------------------------------*
015100*    2100-REGISTER-ID - AN ID ALREADY ON TRANIDX (THE ORIGINAL
016100     EXIT.
016200*----------------------------------------------------------------*
016300*    2300-CLEAR-SUSPENSE - DELETE THE RELEASED SUSPENSE RECORD.
016400*    A MISSING RECORD SHOWS UP AS A RELEASED/CLEARED MISMATCH
016500*    ON THE RECONCILIATION LINE.  ONE STILL MARKED SUSPENDED
016600*    NEVER GETS THIS FAR - 2050 SKIPS IT AS NOT APPROVED.
016700*----------------------------------------------------------------*
016800 2300-CLEAR-SUSPENSE.
016900     MOVE TRAN-ID TO SUSP-TRAN-ID.
020450     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
020500     DISPLAY "BASEMRGE COMPLETE - RELEASED=" WS-RELEASED-COUNT
020600             " MERGED=" WS-MERGED-COUNT
020700             " SUSPENSE CLEARED=" WS-CLEARED-COUNT
020710             " NOT APPROVED=" WS-UNAPPROVED-COUNT.
020800 9000-EXIT.
020900     EXIT.
