      *
      **********     Final Project    ******************************
      *   REORDRPT walks PARTS-FILE and flags every part whose
      *   projected supply - the stock-balance on-hand (STOCKBAL,
      *   summed over every location the part is held at) plus the
      *   still-open quantity on PURCHASES-FILE - falls below its
      *   reorder point.
      *
      *   The reorder point is derived from the part's own
      *   WEEKS-LEAD-TIME: lead-time weeks times the expected weekly
           SELECT STOCK-BALANCE-FILE ASSIGN TO STOCKBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT PURCHASES-FILE     ASSIGN TO PURCHASE
               ORGANIZATION IS INDEXED
           88  END-OF-FILE              VALUE 'Y'.
       01  WS-PO-DONE-SW                PIC X     VALUE 'N'.
           88  PO-WALK-DONE             VALUE 'Y'.
       01  WS-SB-DONE-SW                PIC X     VALUE 'N'.
           88  SB-WALK-DONE             VALUE 'Y'.
      *
       01  WS-WEEKLY-USAGE              PIC 9(05) VALUE 10.
       01  WS-ON-HAND                   PIC S9(07) VALUE ZERO.
           END-IF.
           WRITE REORDER-REPORT-REC FROM DETAIL-LINE.
      *
      *  Key-range walk of the part's stock locations - reordering
      *  is on the part's total, wherever it sits.
       GET-ON-HAND.
           MOVE ZERO TO WS-ON-HAND.
           MOVE 'N'  TO WS-SB-DONE-SW.
           MOVE PART-NUMBER IN PARTS-REC
                TO PART-NUMBER IN STOCK-BALANCE-REC.
           MOVE LOW-VALUES TO SB-LOCATION.
           START STOCK-BALANCE-FILE KEY >= SB-KEY
               INVALID KEY SET SB-WALK-DONE TO TRUE
           END-START.
           PERFORM UNTIL SB-WALK-DONE
               READ STOCK-BALANCE-FILE NEXT
                   AT END SET SB-WALK-DONE TO TRUE
               END-READ
               IF NOT SB-WALK-DONE
                   AND WS-STOCK-STATUS NOT = '00'
                   SET SB-WALK-DONE TO TRUE
               END-IF
               IF NOT SB-WALK-DONE
                   IF PART-NUMBER IN STOCK-BALANCE-REC
                           = PART-NUMBER IN PARTS-REC
                       ADD SB-ON-HAND TO WS-ON-HAND
                   ELSE
                       SET SB-WALK-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
      *
      *  Key-range walk of the part's POs - the still-open quantity
      *  is what is ordered but not yet received on every PO that
