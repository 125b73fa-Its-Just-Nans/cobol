000800*  MODIFICATION HISTORY                                         *
000900*  ---------------------------------------------------------    *
001000*  09/02/26  JDH  INITIAL VERSION.                               *
001010*  10/15/26  JDH  TRANAPPR (THE SUPERVISOR APPROVAL PROGRAM) NOW   *
001020*                 STAMPS THE LOG AND NEVER RUNS ALONGSIDE          *
001030*                 TRANEDIT OR EMPMAINT, AND NEITHER OF THOSE RUNS  *
001040*                 WHILE A TRANAPPR SESSION IS OPEN - ALL THREE     *
001050*                 REWRITE OR CONSUME THE APPROVAL FILES.           *
001051*  10/15/26  JDH  EMPPURGE (THE RETENTION PURGE) NOW STAMPS THE    *
001052*                 LOG AND NEVER RUNS ALONGSIDE EMPMAINT, EMPSYNC   *
001053*                 OR GENMGR, NOR THEY ALONGSIDE IT - IT DELETES    *
001054*                 FROM THE MASTER, ROLLS THE JOURNAL AND APPENDS   *
001055*                 TO GENARCH.                                      *
001100*****************************************************************
001200*  REMARKS.
001300*  SHARED RUN-CONTROL SUBPROGRAM. CALLED (SEE THE RUNCTLA
002300*    - EMPMAINT AND EMPSYNC NEVER RUN ALONGSIDE EACH OTHER,
002400*      TRANEDIT NEVER ALONGSIDE EMPMAINT, AND A SUCCESSOR
002500*      NEVER ALONGSIDE A PREDECESSOR STILL IN FLIGHT.
002510*    - TRANAPPR NEVER RUNS ALONGSIDE TRANEDIT OR EMPMAINT
002520*      (EITHER WAY ROUND).
002521*    - EMPPURGE NEVER RUNS ALONGSIDE EMPMAINT, EMPSYNC OR
002522*      GENMGR (EITHER WAY ROUND).
002600*  A RULE FAILURE COMES BACK AS A NON-ZERO RC-RETURN WITH THE
002700*  REASON IN RC-MESSAGE AND NOTHING IS STAMPED - THE CALLER
002800*  ABENDS WITHOUT TOUCHING ITS FILES. A PROGRAM'S OWN DANGLING
019400             PERFORM 2100-CHECK-PREDECESSOR THRU 2100-EXIT
019500             MOVE "GLPOST  " TO WS-LOOKUP-NAME
019600             PERFORM 2100-CHECK-PREDECESSOR THRU 2100-EXIT
019601             MOVE "EMPPURGE" TO WS-LOOKUP-NAME
019602             PERFORM 2200-CHECK-CONFLICT THRU 2200-EXIT
019700         WHEN "TRANEDIT"
019800             MOVE "EMPMAINT" TO WS-LOOKUP-NAME
019900             PERFORM 2200-CHECK-CONFLICT THRU 2200-EXIT
019910             MOVE "TRANAPPR" TO WS-LOOKUP-NAME
019920             PERFORM 2200-CHECK-CONFLICT THRU 2200-EXIT
020000         WHEN "EMPMAINT"
020100             MOVE "EMPSYNC " TO WS-LOOKUP-NAME
020200             PERFORM 2200-CHECK-CONFLICT THRU 2200-EXIT
020400             PERFORM 2200-CHECK-CONFLICT THRU 2200-EXIT
020500             MOVE "TRANEDIT" TO WS-LOOKUP-NAME
020600             PERFORM 2100-CHECK-PREDECESSOR THRU 2100-EXIT
020610             MOVE "TRANAPPR" TO WS-LOOKUP-NAME
020620             PERFORM 2200-CHECK-CONFLICT THRU 2200-EXIT
020621             MOVE "EMPPURGE" TO WS-LOOKUP-NAME
020622             PERFORM 2200-CHECK-CONFLICT THRU 2200-EXIT
020700         WHEN "EMPSYNC "
020800             MOVE "EMPMAINT" TO WS-LOOKUP-NAME
020900             PERFORM 2200-CHECK-CONFLICT THRU 2200-EXIT
020901             MOVE "EMPPURGE" TO WS-LOOKUP-NAME
020902             PERFORM 2200-CHECK-CONFLICT THRU 2200-EXIT
020910         WHEN "TRANAPPR"
020920             MOVE "TRANEDIT" TO WS-LOOKUP-NAME
020930             PERFORM 2200-CHECK-CONFLICT THRU 2200-EXIT
020940             MOVE "EMPMAINT" TO WS-LOOKUP-NAME
020950             PERFORM 2200-CHECK-CONFLICT THRU 2200-EXIT
020951         WHEN "EMPPURGE"
020952             MOVE "EMPMAINT" TO WS-LOOKUP-NAME
020953             PERFORM 2200-CHECK-CONFLICT THRU 2200-EXIT
020954             MOVE "EMPSYNC " TO WS-LOOKUP-NAME
020955             PERFORM 2200-CHECK-CONFLICT THRU 2200-EXIT
020956             MOVE "GENMGR  " TO WS-LOOKUP-NAME
020957             PERFORM 2200-CHECK-CONFLICT THRU 2200-EXIT
021000         WHEN OTHER
021100             CONTINUE
021200     END-EVALUATE.
