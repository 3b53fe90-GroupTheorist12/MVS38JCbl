002395*                    TRAILER ENDS THE STEP RC 8.  NEITHER    *
002396*                    CONTROL RECORD PASSES TO THE EDITED     *
002397*                    FEED.                                   *
002397*   10/15/2026 JM    A SALE TO A DEALER ON CREDIT HOLD IS    *
002397*                    NOW REJECTED: OVER ITS DLRTBL CREDIT    *
002397*                    LIMIT ('DCRL') OR WITH AN INVOICE ON    *
002397*                    DLRBAL OVER 90 DAYS OLD ('DP90').       *
002400* ************************************************************* *
002500
002600 ENVIRONMENT DIVISION.
010970 77  DLR-COUNT                   PIC S9(4) COMP VALUE ZERO.
010980
010981 01  DEALER-ID-TABLE.
010982     02  DLR-TABLE-ENTRY OCCURS 200 TIMES.
010983         03  DLR-ID-ENTRY        PIC X(05).
010983         03  DLR-HOLD-ENTRY      PIC X(04).
010983             88  DLR-OVER-LIMIT              VALUE 'DCRL'.
010983             88  DLR-PAST-90                 VALUE 'DP90'.
010984
010985 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
010986 01  DEALER-TABLE-FILE           COPY VSAMIOFB.
010988     02  DLR-ID                  PIC X(05).
010989     02  DLR-NAME                PIC X(25).
010990     02  DLR-REGION              PIC X(10).
010991     02  DLR-CREDIT-LIMIT        PIC X(07).
010991     02  FILLER                  PIC X(03).
010991
010991* ************************************************************** *
010991* DEALER BALANCE (DDNAME DLRBAL, KEYED BY DEALER ID) THAT        *
010991* DLRSTMT BILLS AND DLRPAY CREDITS.  ONLY THE BALANCE AND THE    *
010991* OLDEST OPEN INVOICE DATE MATTER HERE, FOR THE CREDIT HOLD.     *
010991* ************************************************************** *
010991 01  DEALER-BALANCE-FILE         COPY VSAMIOFB.
010991 01  DEALER-BALANCE-RECORD.
010991     02  DBL-DEALER-ID           PIC X(05).
010991     02  DBL-BALANCE             PIC S9(9)V99 COMP-3.
010991     02  DBL-LAST-STATEMENT-MONTH
010991                                 PIC X(06).
010991     02  DBL-LAST-INVOICE-DATE   PIC 9(08).
010991     02  DBL-LAST-PAYMENT-DATE   PIC 9(08).
010991     02  DBL-OPEN-INVOICE OCCURS 4 TIMES.
010991         03  DBL-OPEN-DATE       PIC 9(08).
010991         03  DBL-OPEN-AMOUNT     PIC S9(9)V99 COMP-3.
010991     02  FILLER                  PIC X(11).
010991
010991 77  HOLD-COUNTER                PIC S9(8) COMP VALUE ZERO.
010991 01  WS-CREDIT-LIMIT             PIC 9(07)   VALUE ZERO.
010991 01  WS-TODAY-DATE               PIC 9(06)   VALUE ZERO.
010991 01  FILLER REDEFINES WS-TODAY-DATE.
010991     02  WS-TODAY-YY             PIC 9(02).
010991     02  WS-TODAY-MM             PIC 9(02).
010991     02  WS-TODAY-DD             PIC 9(02).
010991 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
010991 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
010991     02  WS-TODAY-CCYY           PIC 9(04).
010991     02  WS-TODAY-CMM            PIC 9(02).
010991     02  WS-TODAY-CDD            PIC 9(02).
010991
010991 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
010991 01  DAYDIFF-PARAMETER-VALUES    COPY DAYDIFF.
011000
011100 PROCEDURE DIVISION.
011200
013087         MOVE +8 TO RETURN-CODE
013088         STOP RUN.
013089*    END-IF.
013089
013089     ACCEPT WS-TODAY-DATE FROM DATE.
013089     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
013089     MOVE WS-TODAY-YY TO YRWIN-2-DIGIT-YEAR.
013089     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
013089     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
013089     MOVE WS-TODAY-MM TO WS-TODAY-CMM.
013089     MOVE WS-TODAY-DD TO WS-TODAY-CDD.
013089
013089     MOVE 'DLRBAL' TO VSIO-DDNAME OF DEALER-BALANCE-FILE.
013089     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF DEALER-BALANCE-FILE.
013089     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEALER-BALANCE-FILE.
013089     MOVE VSIO-INPUT TO VSIO-MODE OF DEALER-BALANCE-FILE.
013089     MOVE +100 TO VSIO-RECORD-LENGTH OF DEALER-BALANCE-FILE.
013089     MOVE +0 TO VSIO-KEY-POSITION OF DEALER-BALANCE-FILE.
013089     MOVE +5 TO VSIO-KEY-LENGTH OF DEALER-BALANCE-FILE.
013089     MOVE VSIO-OPEN TO VSIO-COMMAND.
013089     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
013089                         DEALER-BALANCE-FILE,
013089                         DEALER-BALANCE-RECORD.
013089*    END-CALL.
013089     IF NOT VSIO-SUCCESS
013089         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
013089         MOVE +8 TO RETURN-CODE
013089         STOP RUN.
013089*    END-IF.
013090
013091     PERFORM 105-LOAD-DEALER-ENTRY
013092        THRU 105-EXIT
013098                         DEALER-TABLE-FILE,
013099                         DEALER-TABLE-RECORD.
013100*    END-CALL.
013100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
013100                         DEALER-BALANCE-FILE,
013100                         DEALER-BALANCE-RECORD.
013100*    END-CALL.
013101
013110     OPEN INPUT TRANSACTION-DATA.
013200     OPEN OUTPUT EDITED-FEED-FILE.
014900     DISPLAY 'CAREDIT: RECORDS READ:    ' READ-COUNTER.
015000     DISPLAY 'CAREDIT: RECORDS PASSED:  ' PASSED-COUNTER.
015100     DISPLAY 'CAREDIT: RECORDS REJECTED:' REJECT-COUNTER.
015110     DISPLAY 'CAREDIT: CREDIT HOLD SALES:' HOLD-COUNTER.
015200     STOP RUN.
015300
015400* ************************************************************** *
019310
019311* ************************************************************** *
019312* LOADS ONE DLRTBL RECORD'S DEALER ID INTO THE IN-MEMORY TABLE   *
019313* FOR THE FEED'S DEALER-ID VALIDATION, WITH ITS CREDIT HOLD.     *
019314* ************************************************************** *
019315 105-LOAD-DEALER-ENTRY.
019316
019341*    END-IF.
019342     ADD 1 TO DLR-COUNT.
019343     MOVE DLR-ID TO DLR-ID-ENTRY (DLR-COUNT).
019343     PERFORM 106-SET-CREDIT-HOLD THRU 106-EXIT.
019344
019345 105-EXIT.
019346     EXIT.
019347
019348* ************************************************************** *
019349* PUTS THE DEALER ON CREDIT HOLD WHEN ITS DLRBAL BALANCE IS OVER *
019350* THE DLRTBL CREDIT LIMIT ('DCRL'), OR WHEN ITS OLDEST OPEN      *
019351* INVOICE IS MORE THAN 90 DAYS OLD ('DP90').  A DEALER NEVER     *
019352* BILLED, OR WITH NOTHING OWING, IS NOT HELD.                    *
019353* ************************************************************** *
019354 106-SET-CREDIT-HOLD.
019355
019356     MOVE SPACES TO DLR-HOLD-ENTRY (DLR-COUNT).
019357     MOVE SPACES TO DEALER-BALANCE-RECORD.
019358     MOVE DLR-ID TO DBL-DEALER-ID.
019359     MOVE VSIO-READ TO VSIO-COMMAND.
019360     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019361                         DEALER-BALANCE-FILE,
019362                         DEALER-BALANCE-RECORD.
019363*    END-CALL.
019364     IF NOT VSIO-SUCCESS
019365         IF NOT VSIO-RECORD-NOT-FOUND
019366             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
019367         END-IF
019368         MOVE +0 TO VSIO-RETURN-CODE
019369         GO TO 106-EXIT.
019370*    END-IF.
019371     IF DBL-BALANCE NOT GREATER THAN ZERO
019372         GO TO 106-EXIT.
019373*    END-IF.
019374
019375     IF DLR-CREDIT-LIMIT NUMERIC
019376         MOVE DLR-CREDIT-LIMIT TO WS-CREDIT-LIMIT
019377         IF DBL-BALANCE GREATER THAN WS-CREDIT-LIMIT
019378             MOVE 'DCRL' TO DLR-HOLD-ENTRY (DLR-COUNT)
019379             GO TO 106-EXIT.
019380*        END-IF
019381*    END-IF.
019382
019383     IF DBL-OPEN-DATE (1) EQUAL ZERO
019384         GO TO 106-EXIT.
019385*    END-IF.
019386     MOVE DDIF-DAYS-BETWEEN TO DDIF-COMMAND.
019387     MOVE DBL-OPEN-DATE (1) TO DDIF-FROM-DATE.
019388     MOVE WS-TODAY-CCYYMMDD TO DDIF-TO-DATE.
019389     CALL 'DAYDIFF' USING DDIF-PARAMETER-BLOCK.
019390     IF DDIF-SUCCESS
019391     AND DDIF-DAYS GREATER THAN +90
019392         MOVE 'DP90' TO DLR-HOLD-ENTRY (DLR-COUNT).
019393*    END-IF.
019394
019395 106-EXIT.
019396     EXIT.
019400
019500* ************************************************************** *
019600* EDITS ONE FEED RECORD.  A MAKE/MODEL ON THE CATALOG PASSES     *
019700* THROUGH UNCHANGED; AN UNKNOWN ONE IS REJECTED IN THE SHARED    *
019800* EXCPREC FORMAT SO EXCPCONS CAN CONSOLIDATE IT OVERNIGHT.       *
019810* A SALE TO A DEALER ON CREDIT HOLD IS REJECTED THE SAME WAY.    *
019900* ************************************************************** *
020000 110-EDIT-ONE-RECORD.
020100
020900             GO TO 119-EXIT.
020901*        END-IF
020902*    END-IF.
020902
020902     IF NOT TR-LEGACY-RECEIPT
020902     AND TR-SALE
020902     AND DLR-HOLD-ENTRY (DLR-IDX) NOT EQUAL SPACES
020902         MOVE DLR-HOLD-ENTRY (DLR-IDX) TO WS-REJECT-CODE
020902         MOVE SPACES TO WS-REJECT-TEXT
020902         IF DLR-OVER-LIMIT (DLR-IDX)
020902             STRING 'DLR ' TR-DEALER-ID ' OVER CREDIT LIMIT'
020902                 DELIMITED BY SIZE INTO WS-REJECT-TEXT
020902         ELSE
020902             STRING 'DLR ' TR-DEALER-ID ' PAST 90 DAYS'
020902                 DELIMITED BY SIZE INTO WS-REJECT-TEXT
020902         END-IF
020902         ADD +1 TO HOLD-COUNTER
020902         PERFORM 160-REJECT-RECORD THRU 169-EXIT
020902         GO TO 119-EXIT.
020902*    END-IF.
020903
021000     MOVE TR-CAR-MAKE TO WS-EDIT-MAKE.
021100     MOVE TR-CAR-MODEL TO WS-EDIT-MODEL.
