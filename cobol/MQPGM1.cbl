      *    TIMES (MQMD BACKOUT COUNT) GO TO THE DEAD-LETTER QUEUE
      *    INSTEAD OF LOOPING FOREVER; THE DLQ NAME CAN BE
      *    OVERRIDDEN IN THE PROCESS TRIGGER DATA.
      *    CUSTOMER-FACING REQUESTS (CUSINQ, CUS360, CUSPWD, POLINQ,
      *    CLMADD, CLMINQ) ARE ONLY ROUTED IF THE PORTAL SESSION
      *    TOKEN IN THE MQMD APPLIDENTITYDATA IS OPEN AND WAS ISSUED
      *    FOR THE CUSTOMER THE MESSAGE NAMES (SESPGM1 SESCHK); A
      *    REFUSED REQUEST IS REPLIED TO WITH RETURN CODE 97. THE
      *    TOKEN ITSELF COMES BACK IN THE BODY OF A GOOD CUSVER
      *    LOGON, AND CUSOFF ENDS IT.
      *    WHILE A BATCH MAINTENANCE WINDOW IS OPEN (SVCPGM1) THE
      *    UPDATES THE CICS SERVICES WOULD REFUSE WITH RETURN CODE
      *    96 (CUSADD, CUSUPD, CUSDEL, CLMADD, CLMSET, CLMRSV,
      *    POLADD, POLUPD, POLCAN) ARE NOT REJECTED BUT MOVED,
      *    DESCRIPTOR AND CONTEXT INTACT, TO THE HOLD QUEUE. EACH
      *    SLICE THAT STARTS WITH NO WINDOW OPEN FIRST REPLAYS THE
      *    HOLD QUEUE IN ARRIVAL ORDER, SO THE MIDDLEWARE GETS ITS
      *    REPLY ONCE THE BATCH JOB HAS FINISHED. THE PORTAL
      *    SESSION OF A HELD UPDATE IS CHECKED WHEN IT ARRIVES, NOT
      *    AT REPLAY - THE TOKEN MAY WELL HAVE TIMED OUT BY THEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       01  WS-QMGR-NAME        PIC X(48) VALUE SPACES.
       01  WS-DLQ-NAME         PIC X(48) VALUE 'SYSTEM.DEAD.LETTER.QUE
      -    'UE'.
       01  WS-HOLD-QNAME       PIC X(48) VALUE 'GENAPP.MAINT.HOLD'.

       01  WS-POISON-LIMIT     PIC S9(4) COMP VALUE 3.

       77  MQGMO-SYNCPOINT     PIC S9(9) BINARY VALUE 2.
       77  MQGMO-CONVERT       PIC S9(9) BINARY VALUE 16384.
       77  MQPMO-SYNCPOINT     PIC S9(9) BINARY VALUE 2.
       77  MQPMO-SET-ALL-CONTEXT
                               PIC S9(9) BINARY VALUE 2048.
       77  MQCO-NONE           PIC S9(9) BINARY VALUE 0.

      *    OBJECT DESCRIPTOR (MQOD VERSION 1, 168 BYTES)
       01  WS-MQOD.
                               PIC S9(9) BINARY VALUE 0.
           05 MQMD-REPLYTOQ    PIC X(48) VALUE SPACES.
           05 MQMD-REPLYTOQMGR PIC X(48) VALUE SPACES.
           05 MQMD-USERIDENTIFIER
                               PIC X(12) VALUE SPACES.
           05 MQMD-ACCOUNTINGTOKEN
                               PIC X(32) VALUE LOW-VALUES.
           05 MQMD-APPLIDENTITYDATA
                               PIC X(32) VALUE SPACES.
           05 FILLER           PIC X(52) VALUE SPACES.

      *    GET MESSAGE OPTIONS (MQGMO VERSION 1)
       01  WS-MQGMO.
           88 WS-KEEP-LISTENING         VALUE 'Y'.
       01  WS-DLQ-PUT-SW       PIC X(1) VALUE 'Y'.
           88 WS-DLQ-PUT-OK             VALUE 'Y'.
       01  WS-REPLAY-SW        PIC X(1) VALUE 'N'.
           88 WS-REPLAYING              VALUE 'Y'.
       01  WS-GET-WAIT         PIC S9(9) BINARY VALUE 30000.

       01  WS-CNT-PROCESSED    PIC 9(7) VALUE 0.
       01  WS-CNT-REPLIES      PIC 9(7) VALUE 0.
       01  WS-CNT-POISON       PIC 9(7) VALUE 0.
       01  WS-CNT-UNKNOWN      PIC 9(7) VALUE 0.
       01  WS-CNT-REFUSED      PIC 9(7) VALUE 0.
       01  WS-CNT-HELD         PIC 9(7) VALUE 0.
       01  WS-CNT-REPLAYED     PIC 9(7) VALUE 0.

      *    PORTAL SESSION CHECK THROUGH SESPGM1
       01  WS-SES.
           COPY SESCPY1.
       01  WS-SESSION-SW       PIC X(1) VALUE 'Y'.
           88 WS-SESSION-OK             VALUE 'Y'.

      *    BATCH MAINTENANCE-WINDOW CHECK THROUGH SVCPGM1
       01  WS-SVC.
           COPY SVCCPY1.

       PROCEDURE DIVISION.
      *
              EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM REPLAY-HELD-REQUESTS.

           MOVE MQTM-QNAME TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           MOVE MQOO-INPUT-SHARED TO WS-OPTIONS.
           CALL 'MQOPEN' USING WS-HCONN WS-MQOD WS-OPTIONS
                               WS-HOBJ WS-COMPCODE WS-REASON.
           MOVE LOW-VALUES TO MQMD-CORRELID.
           COMPUTE MQGMO-OPTIONS =
                   MQGMO-WAIT + MQGMO-SYNCPOINT + MQGMO-CONVERT.
           MOVE WS-GET-WAIT TO MQGMO-WAITINTERVAL.
           MOVE SPACES TO WS-MSG-BUFFER.
           MOVE 32500 TO WS-BUFFER-LENGTH.

              EXIT SECTION
           END-IF.

      *    A WINDOW THAT OPENS AGAIN MID-REPLAY BACKS THE GET OUT,
      *    SO THE REST OF THE HOLD QUEUE STAYS HELD IN ORDER.
           PERFORM CHECK-MAINTENANCE-WINDOW.
           IF SVC-MAINTENANCE-ON IN WS-SVC THEN
              IF WS-REPLAYING THEN
                 SUBTRACT 1 FROM WS-CNT-PROCESSED
                 PERFORM BACK-OUT-UNIT-OF-WORK
                 MOVE 'N' TO WS-LISTEN-SW
              ELSE
                 PERFORM CHECK-PORTAL-SESSION
                 IF WS-SESSION-OK THEN
                    PERFORM HOLD-FOR-REPLAY
                 ELSE
                    ADD 1 TO WS-CNT-REFUSED
                    MOVE 97 TO WS-MSG-BUFFER(7:2)
                    PERFORM SEND-REPLY
                    PERFORM COMMIT-UNIT-OF-WORK
                 END-IF
              END-IF
              EXIT SECTION
           END-IF.

           PERFORM ROUTE-TO-SERVICE.
           PERFORM SEND-REPLY.
           PERFORM COMMIT-UNIT-OF-WORK.
           IF WS-REPLAYING THEN
              ADD 1 TO WS-CNT-REPLAYED
           END-IF.

           EXIT SECTION.

      *----------------------------------------------------------------*
      *    THE HOLD QUEUE IS ONLY DRAINED WITH NO WINDOW OPEN, AND
      *    WITHOUT WAITING - AN EMPTY HOLD QUEUE ENDS THE REPLAY AND
      *    THE SLICE GOES ON TO THE TRIGGERED REQUEST QUEUE.
       REPLAY-HELD-REQUESTS SECTION.
       RH1.
           CALL 'SVCPGM1' USING WS-SVC.
           IF SVC-MAINTENANCE-ON IN WS-SVC THEN
              EXIT SECTION
           END-IF.

           MOVE WS-HOLD-QNAME TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           MOVE MQOO-INPUT-SHARED TO WS-OPTIONS.
           CALL 'MQOPEN' USING WS-HCONN WS-MQOD WS-OPTIONS
                               WS-HOBJ WS-COMPCODE WS-REASON.
           IF WS-COMPCODE NOT = MQCC-OK THEN
              DISPLAY 'MQPGM1 - MQOPEN HOLD QUEUE FAILED, REASON '
                      WS-REASON
              EXIT SECTION
           END-IF.

           MOVE 'Y' TO WS-REPLAY-SW.
           MOVE 0 TO WS-GET-WAIT.
           PERFORM PROCESS-ONE-MESSAGE
                   UNTIL NOT WS-KEEP-LISTENING.

           MOVE MQCO-NONE TO WS-OPTIONS.
           CALL 'MQCLOSE' USING WS-HCONN WS-HOBJ WS-OPTIONS
                                WS-COMPCODE WS-REASON.

           MOVE 'N' TO WS-REPLAY-SW.
           MOVE 30000 TO WS-GET-WAIT.
           MOVE 'Y' TO WS-LISTEN-SW.

           EXIT SECTION.

      *    ONLY THE UPDATES ARE CHECKED - AN INQUIRY IS ANSWERED
      *    WHETHER A WINDOW IS OPEN OR NOT.
       CHECK-MAINTENANCE-WINDOW SECTION.
       MW1.
           MOVE 'N' TO SVC-IN-MAINT IN WS-SVC.

           EVALUATE WS-MSG-BUFFER(1:6)
               WHEN 'CUSADD'
               WHEN 'CUSUPD'
               WHEN 'CUSDEL'
               WHEN 'CLMADD'
               WHEN 'CLMSET'
               WHEN 'CLMRSV'
               WHEN 'POLADD'
               WHEN 'POLUPD'
               WHEN 'POLCAN'
                  CALL 'SVCPGM1' USING WS-SVC
               WHEN OTHER
                  CONTINUE
           END-EVALUATE.

           EXIT SECTION.

      *    THE HELD COPY KEEPS THE REQUEST'S MSGID, REPLY-TO QUEUE
      *    AND IDENTITY CONTEXT (PORTAL USER AND SESSION TOKEN), SO
      *    THE REPLY GOES BACK WHERE THE ORIGINAL'S WOULD HAVE. ONLY
      *    A REQUEST WHOSE SESSION HAS ALREADY BEEN CHECKED IS
      *    HELD, SO THE REPLAY IS NOT REFUSED FOR A TOKEN THAT
      *    TIMED OUT WHILE IT WAITED. THE GET IS ONLY COMMITTED
      *    ONCE THE COPY IS SAFELY ON THE HOLD QUEUE.
       HOLD-FOR-REPLAY SECTION.
       HR1.
           MOVE WS-HOLD-QNAME TO MQOD-OBJECTNAME.
           MOVE SPACES TO MQOD-OBJECTQMGRNAME.
           COMPUTE MQPMO-OPTIONS =
                   MQPMO-SYNCPOINT + MQPMO-SET-ALL-CONTEXT.

           CALL 'MQPUT1' USING WS-HCONN WS-MQOD WS-MQMD WS-MQPMO
                               WS-DATA-LENGTH WS-MSG-BUFFER
                               WS-COMPCODE WS-REASON.
           IF WS-COMPCODE NOT = MQCC-OK THEN
              DISPLAY 'MQPGM1 - MQPUT1 TO HOLD QUEUE FAILED, REASON '
                      WS-REASON
              PERFORM BACK-OUT-UNIT-OF-WORK
              MOVE 'N' TO WS-LISTEN-SW
           ELSE
              ADD 1 TO WS-CNT-HELD
              PERFORM COMMIT-UNIT-OF-WORK
           END-IF.

           EXIT SECTION.

      *    DISPATCH ON, CALLED WITH THE SAME
      *    DFHEIBLK/DFHCOMMAREA/COMMAREA CONVENTION THE ROUTERS
      *    USE - THE SERVICES CANNOT TELL THE MESSAGE LISTENER FROM
      *    A TERMINAL TRANSACTION. A REPLAYED REQUEST HAD ITS
      *    PORTAL SESSION CHECKED WHEN IT WAS HELD.
       ROUTE-TO-SERVICE SECTION.
       RT1.
           IF NOT WS-REPLAYING THEN
              PERFORM CHECK-PORTAL-SESSION
              IF NOT WS-SESSION-OK THEN
                 ADD 1 TO WS-CNT-REFUSED
                 MOVE 97 TO WS-MSG-BUFFER(7:2)
                 EXIT SECTION
              END-IF
           END-IF.

           EVALUATE WS-MSG-BUFFER(1:6)
               WHEN 'CUSADD'
                  CALL 'ADDIPGMI' USING DFHEIBLK DFHCOMMAREA
               WHEN 'CUSSRC'
                  CALL 'ADDIPGMF' USING DFHEIBLK DFHCOMMAREA
                                        WS-CUST-MSG
               WHEN 'CUSCTA'
               WHEN 'CUSCTL'
               WHEN 'CUSCTC'
                  CALL 'ADDIPGMC' USING DFHEIBLK DFHCOMMAREA
                                        WS-CUST-MSG
               WHEN 'CUSPWD'
                  CALL 'CUSPGM1' USING DFHEIBLK DFHCOMMAREA
                                       WS-CUSSEC-MSG
               WHEN 'CUSVER'
                  CALL 'CUSPGMV' USING DFHEIBLK DFHCOMMAREA
                                       WS-CUSSEC-MSG
               WHEN 'CUSOFF'
                  IF FSP-SESSION-TOKEN IN WS-CUSSEC-MSG = SPACES
                     MOVE MQMD-APPLIDENTITYDATA TO
                          FSP-SESSION-TOKEN IN WS-CUSSEC-MSG
                  END-IF
                  CALL 'CUSPGMV' USING DFHEIBLK DFHCOMMAREA
                                       WS-CUSSEC-MSG
               WHEN 'CLMADD'
                  CALL 'CLMPGMA' USING DFHEIBLK DFHCOMMAREA
                                       WS-CLAIM-MSG

           EXIT SECTION.

      *    ONLY THE CUSTOMER-FACING REQUESTS ARE CHECKED - THE
      *    STAFF-SIDE ONES (CUSADD, CLMSET, POLUPD AND SO ON) AND
      *    THE CUSVER LOGON ITSELF PASS STRAIGHT THROUGH. A POLICY-
      *    KEYED REQUEST GOES IN WITH CUSTOMER ZERO AND SESPGM1
      *    CHECKS IT AGAINST THE POLICY'S OWNER.
       CHECK-PORTAL-SESSION SECTION.
       PS1.
           MOVE 'Y' TO WS-SESSION-SW.
           MOVE SPACES TO WS-SES.
           MOVE 0 TO FSP-SES-CUSTOMER-NUM IN WS-SES.
           MOVE 0 TO FSP-SES-POLICY-NUM IN WS-SES.

           EVALUATE WS-MSG-BUFFER(1:6)
               WHEN 'CUSINQ'
                  MOVE FSP-CUSTOMER-NUM IN WS-CUST-MSG TO
                       FSP-SES-CUSTOMER-NUM IN WS-SES
               WHEN 'CUS360'
                  MOVE FSP-CUSTOMER-NUM IN WS-C360-MSG TO
                       FSP-SES-CUSTOMER-NUM IN WS-SES
               WHEN 'CUSPWD'
                  MOVE FSP-CUSTOMER-NUM IN WS-CUSSEC-MSG TO
                       FSP-SES-CUSTOMER-NUM IN WS-SES
               WHEN 'POLINQ'
                  MOVE FSP-POLICY-NUM IN WS-POLICY-MSG TO
                       FSP-SES-POLICY-NUM IN WS-SES
               WHEN 'CLMADD'
               WHEN 'CLMINQ'
                  MOVE FSP-POLICY-NUM IN WS-CLAIM-MSG TO
                       FSP-SES-POLICY-NUM IN WS-SES
               WHEN OTHER
                  EXIT SECTION
           END-EVALUATE.

           MOVE 'SESCHK' TO FSP-REQUEST-ID IN WS-SES.
           MOVE MQMD-APPLIDENTITYDATA TO FSP-SES-TOKEN IN WS-SES.
           MOVE WS-MSG-BUFFER(1:6) TO FSP-SES-SERVICE-ID IN WS-SES.
           MOVE MQMD-USERIDENTIFIER(1:8) TO
                FSP-SES-OPERATOR IN WS-SES.
           CALL 'SESPGM1' USING DFHEIBLK DFHCOMMAREA WS-SES.
           IF FSP-RETURN-CODE IN WS-SES NOT = 0 THEN
              MOVE 'N' TO WS-SESSION-SW
           END-IF.

           EXIT SECTION.

      *    THE REPLY REUSES THE REQUEST'S DESCRIPTOR SO MSGID FLOWS
      *    BACK AS CORRELID FOR THE MIDDLEWARE TO MATCH ON.
       SEND-REPLY SECTION.
           DISPLAY '  REPLIES SENT..........: ' WS-CNT-REPLIES.
           DISPLAY '  POISON TO DLQ.........: ' WS-CNT-POISON.
           DISPLAY '  UNKNOWN REQUEST IDS...: ' WS-CNT-UNKNOWN.
           DISPLAY '  SESSION REFUSED.......: ' WS-CNT-REFUSED.
           DISPLAY '  HELD FOR MAINTENANCE..: ' WS-CNT-HELD.
           DISPLAY '  REPLAYED FROM HOLD....: ' WS-CNT-REPLAYED.
           DISPLAY '-----------------------------------------'.

           EXIT SECTION.
