      *                    COMPILED SUPERVISOR TABLE STILL ANSWERS
      *                    (WITH NO LIMIT), SO A MISSING FILE DOES
      *                    NOT FREEZE THE APPROVAL QUEUE.
      * 2026-10-15  DS    ADDED ACTION 'I' - AN INQUIRY RETURNS THE
      *                    HELD PAYMENT'S BEHAVIOUR RISK SCORE AND
      *                    REASONS (PAPR-RISK-SCORE/PAPR-RISK-REASONS)
      *                    WITHOUT ACTING ON IT; APPROVE AND REJECT
      *                    RETURN THEM TOO, SO THE SUPERVISOR SEES WHY
      *                    SUBPGM01 HELD THE PAYMENT.
      * 2026-10-15  DS    A RELEASE NOW CLEARS THE HELD IMAGE'S RETURN
      *                    CODE (88) BEFORE CALLING SUBPGM01 - HELD
      *                    PAYMENTS COULD NEVER BE RELEASED. A RELEASE
      *                    IS ALSO REFUSED WHILE EXPCTRL HAS THE
      *                    POSTING WINDOW OPEN ON BUSDCTL, SO NOTHING
      *                    POSTS UNDER THE CHAIN; DECLINES STILL GO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEXAPPR.
           05  WS-MASKED-ACCOUNT           PIC X(10) VALUE SPACES.
           05  WS-BUSDATE-PRESENT-SW       PIC X(01) VALUE 'N'.
               88  WS-BUSDATE-PRESENT          VALUE 'Y'.
           05  WS-POSTING-WINDOW-SW        PIC X(01) VALUE 'N'.
               88  WS-POSTING-WINDOW-OPEN      VALUE 'Y'.
           05  WS-COUNTER-DATE-NOW         PIC 9(08) VALUE ZERO.
           05  WS-PSEVTQ-TIME              PIC 9(08) VALUE ZERO.
           05  WS-PSEVTQ-AMOUNT-EDIT       PIC -(10)9.99.
           05  WS-QUEUE-COUNT              PIC 9(04) COMP VALUE ZERO.
           05  WS-ENTRY-INDEX              PIC 9(04) COMP VALUE ZERO.
           05  WS-FOUND-INDEX              PIC 9(04) COMP VALUE ZERO.
           05  WS-REASON-POINTER           PIC 9(02) COMP VALUE ZERO.

      ******************************************************************
      * WS-SUPERVISORS - OPERATOR IDS PERMITTED TO RELEASE A HELD
       0000-MAINLINE.
           MOVE ZERO TO PAPR-RETURN-CODE
           MOVE SPACES TO PAPR-REJECT-REASON
           MOVE ZERO TO PAPR-RISK-SCORE
           MOVE SPACES TO PAPR-RISK-REASONS
           PERFORM 1020-CHECK-OPTIONS THRU 1020-EXIT
           PERFORM 1000-EDIT-REQUEST THRU 1000-EXIT
           IF PAPR-REJECTED
                   TO PAPR-REJECT-REASON
               GOBACK
           END-IF
           PERFORM 1300-SET-RISK-DETAIL THRU 1300-EXIT
           IF PAPR-ACTION-INQUIRE
               GOBACK
           END-IF
           IF PAPR-ACTION-APPROVE
               PERFORM 2000-APPROVE-ENTRY THRU 2000-EXIT
           ELSE

      ******************************************************************
      * 1020-CHECK-OPTIONS - THE SAME ENVIRONMENT OPTIONS PSEXPERI
      *                      HONOURS AT ACCEPTANCE, AND WHETHER
      *                      EXPCTRL HAS THE POSTING WINDOW OPEN ON
      *                      BUSDCTL.
      ******************************************************************
       1020-CHECK-OPTIONS.
           ACCEPT WS-PUBLISH-ENV-VALUE FROM ENVIRONMENT
                               BDC-BUSINESS-DATE > ZERO
                           MOVE 'Y' TO WS-BUSDATE-PRESENT-SW
                       END-IF
                       IF BDC-CHAIN-POSTING
                           MOVE 'Y' TO WS-POSTING-WINDOW-SW
                       END-IF
               END-READ
               CLOSE BUSDCTL-FILE
           END-IF.
      ******************************************************************
       1000-EDIT-REQUEST.
           IF NOT PAPR-ACTION-APPROVE AND NOT PAPR-ACTION-REJECT
                   AND NOT PAPR-ACTION-INQUIRE
               MOVE 08 TO PAPR-RETURN-CODE
               MOVE 'ACTION MUST BE A, R OR I' TO PAPR-REJECT-REASON
               GO TO 1000-EXIT
           END-IF
           IF PAPR-TRACE-ID = SPACES OR LOW-VALUES
               MOVE WS-ENTRY-INDEX TO WS-FOUND-INDEX
           END-IF.

      ******************************************************************
      * 1300-SET-RISK-DETAIL - HAND BACK THE BEHAVIOUR RISK SCORE AND
      *                        REASONS SUBPGM01 RECORDED WHEN IT HELD
      *                        THE PAYMENT. AN ENTRY HELD ONLY FOR THE
      *                        APPROVAL LIMIT CARRIES NO SCORE.
      ******************************************************************
       1300-SET-RISK-DETAIL.
           IF PND-RISK-SCORE NOT NUMERIC OR PND-RISK-SCORE = ZERO
               GO TO 1300-EXIT
           END-IF
           MOVE PND-RISK-SCORE TO PAPR-RISK-SCORE
           MOVE 1 TO WS-REASON-POINTER
           IF PND-UNUSUAL-SIZE
               STRING 'SIZE ' DELIMITED BY SIZE
                   INTO PAPR-RISK-REASONS
                   WITH POINTER WS-REASON-POINTER
           END-IF
           IF PND-NEW-CURRENCY
               STRING 'CURRENCY ' DELIMITED BY SIZE
                   INTO PAPR-RISK-REASONS
                   WITH POINTER WS-REASON-POINTER
           END-IF
           IF PND-NEW-REGION
               STRING 'REGION ' DELIMITED BY SIZE
                   INTO PAPR-RISK-REASONS
                   WITH POINTER WS-REASON-POINTER
           END-IF
           IF PND-UNUSUAL-FREQUENCY
               STRING 'FREQUENCY ' DELIMITED BY SIZE
                   INTO PAPR-RISK-REASONS
                   WITH POINTER WS-REASON-POINTER
           END-IF
           DISPLAY V-PN 'TRACE ' SP1-TRACE-ID ' RISK SCORE '
               PAPR-RISK-SCORE ' - ' PAPR-RISK-REASONS.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPROVE-ENTRY - DUAL-CONTROL RELEASE - THE APPROVER MAY
      *                      NOT BE THE KEYING OPERATOR. A CLEAN POST
                   TO PAPR-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
      *    A RELEASE POSTS THROUGH SUBPGM01 - NEVER UNDER THE NIGHTLY
      *    CHAIN'S POSTING STEPS. THE ENTRY STAYS PENDING FOR THE
      *    SUPERVISOR TO RELEASE ONCE THE CHAIN HAS ENDED.
           IF WS-POSTING-WINDOW-OPEN
               MOVE 08 TO PAPR-RETURN-CODE
               MOVE 'POSTING WINDOW OPEN - RETRY AFTER CHAIN'
                   TO PAPR-REJECT-REASON
               DISPLAY V-PN 'RELEASE REFUSED - ' PAPR-REJECT-REASON
               GO TO 2000-EXIT
           END-IF
           MOVE PAPR-APPROVER-ID TO SP1-APPROVER-ID
      *    THE QUEUED IMAGE CARRIES THE 88 (HELD FOR APPROVAL) SUBPGM01
      *    SET WHEN IT HELD THE PAYMENT - CLEARED, AS PSEXRJRP DOES ON
      *    A RESUBMISSION, OR SUBPGM01 WOULD SKIP EVERY CHECK AND THE
      *    POST AND HAND THE SAME 88 BACK.
           MOVE ZERO TO SP1-RETURN-CODE
           DISPLAY V-PN 'RELEASING TRACE ' SP1-TRACE-ID
               ' APPROVED BY ' PAPR-APPROVER-ID
           CALL WS-SUBPGM01-NAME USING SUBPRM01
           MOVE 'N' TO WS-ERROR-FOUND-SWITCH
           PERFORM 9850-COMPARE-ERROR-CODE
               VARYING WS-ERROR-INDEX FROM 1 BY 1
               UNTIL WS-ERROR-INDEX > 23 OR WS-ERROR-TEXT-FOUND.
       9800-EXIT.
           EXIT.

