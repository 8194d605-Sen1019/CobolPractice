       01  WS-ACTIVE-LEASE-NUMBER       PIC X(6).
       01  WS-DEFECT-YN                 PIC X.
       01  WS-DEFECT-DESCRIPTION        PIC X(40).
       01  WS-DEFECT-PRIORITY           PIC X.
           88  DEFECT-PRIORITY-IS-VALID     VALUE "E" "U" "R".
       01  WS-MAX-SEQUENCE              PIC 9(5).
       01  WS-DEFECTS-RAISED            PIC 9(3).

           IF WS-DEFECT-YN = "Y" OR WS-DEFECT-YN = "y"
               DISPLAY "DEFECT DESCRIPTION: "
               ACCEPT WS-DEFECT-DESCRIPTION
               MOVE SPACE TO WS-DEFECT-PRIORITY
               PERFORM UNTIL DEFECT-PRIORITY-IS-VALID
                   DISPLAY "PRIORITY - (E)MERGENCY, (U)RGENT, "
                       "(R)OUTINE: "
                   ACCEPT WS-DEFECT-PRIORITY
               END-PERFORM
               PERFORM E-310-RAISE-DEFECT-WORK-ORDER
           END-IF.

           MOVE "N"                TO WO-OPEX-POSTED-SWITCH
           MOVE SPACES             TO WO-PLM-TASK-CODE
           MOVE WS-TODAY-DATE      TO WO-INSP-DATE
           MOVE SPACES             TO WO-RECHARGE-LEASE
           MOVE ZERO               TO WO-RECHARGE-AMOUNT
           MOVE SPACE              TO WO-RECHARGE-STATUS
           MOVE ZERO               TO WO-RECHARGE-DUE-DATE
           MOVE ZERO               TO WO-RECHARGE-POSTED-DATE
           MOVE ZERO               TO WO-RECHARGE-OPEX-SEQUENCE
           MOVE WS-DEFECT-PRIORITY TO WO-PRIORITY
           MOVE FUNCTION CURRENT-DATE(9:4) TO WO-LOGGED-TIME
           MOVE ZERO               TO WO-ATTENDED-DATE
           MOVE ZERO               TO WO-ATTENDED-TIME
           MOVE ZERO               TO WO-COMPLETED-TIME
           MOVE "N"                TO WO-GAS-WORK-SWITCH
           MOVE ZERO               TO WO-INS-CLAIM-NUMBER
           WRITE WORK-ORDER-RECORD.
           ADD 1 TO WS-DEFECTS-RAISED
           DISPLAY "WORK ORDER " WO-NUMBER " RAISED".
