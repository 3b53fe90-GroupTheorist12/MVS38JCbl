002791*                    RECEIVABLE BALANCE ON SPONTBL INSTEAD   *
002792*                    OF A STUDENT'S ARBAL, LISTED ON THE     *
002793*                    REGISTER AS SPNPAY.                     *
002794*   10/15/2026 JM    A STUDENT PAYMENT CARD NOW CARRIES THE  *
002795*                    TENDER TYPE (COL 22: 'C' CASH, 'K'      *
002796*                    CHECK, 'D' CARD) AND THE CASHIER ID     *
002797*                    (COLS 23-30); BOTH ARE REQUIRED AND ARE *
002798*                    KEPT IN THE ARDETL REFERENCE ('TILL' +  *
002799*                    CASHIER + TENDER) FOR CASHCLOS.         *
002799*   10/15/2026 JM    EACH SPONSOR PAYMENT IS NOW ALSO        *
002799*                    APPENDED TO THE PERMANENT SPONSOR       *
002799*                    JOURNAL (DDNAME SPNDETL) SO ARRECON CAN *
002799*                    BALANCE THE SPONSOR RECEIVABLES.        *
002800* ************************************************************* *
002900
003000 ENVIRONMENT DIVISION.
005400     02  PC-DATE                 PIC 9(06).
005410     02  PC-PAYER-TYPE           PIC X(01).
005420         88  PC-SPONSOR-PAYMENT          VALUE 'S'.
005430     02  PC-TENDER-TYPE          PIC X(01).
005440         88  PC-VALID-TENDER             VALUE 'C' 'K' 'D'.
005450     02  PC-CASHIER-ID           PIC X(08).
005500     02  FILLER                  PIC X(50).
005600
005700 FD  REPORT-FILE
005800     LABEL RECORDS ARE OMITTED
007827     02  SPN-BALANCE             PIC S9(7)V99 COMP-3.
007828     02  SPN-LAST-INVOICE-DATE   PIC 9(08).
007829     02  FILLER                  PIC X(10).
007829
007829* ************************************************************** *
007829* THE PERMANENT SPONSOR JOURNAL (DDNAME SPNDETL, APPEND-ONLY     *
007829* ESDS).  ONE RECORD PER CHANGE TO SPN-BALANCE: A CHG FOR EACH   *
007829* SPONSOR SHARE TUITBILL ASSESSES, A PAY FOR EACH SPONSOR        *
007829* PAYMENT PAYPOST APPLIES.  SPD-AMOUNT IS THE SIGNED EFFECT ON   *
007829* THE BALANCE AND SPD-BALANCE IS THE BALANCE AFTER IT; ARRECON   *
007829* BALANCES SPONTBL AGAINST IT.                                   *
007829* ************************************************************** *
007829 01  SPONSOR-DETAIL-FILE         COPY VSAMIOFB.
007829 01  SPONSOR-DETAIL-RECORD.
007829     02  SPD-SPONSOR-ID          PIC X(05).
007829     02  SPD-STUDENT-ID          PIC X(07).
007829     02  SPD-POST-DATE           PIC 9(08).
007829     02  SPD-TYPE                PIC X(03).
007829     02  SPD-AMOUNT              PIC S9(7)V99 COMP-3.
007829     02  SPD-REFERENCE           PIC X(20).
007829     02  SPD-BALANCE             PIC S9(7)V99 COMP-3.
007829     02  FILLER                  PIC X(07).
007830
007830* ************************************************************** *
007840* THE PERMANENT AR-DETAIL RECORD (DDNAME ARDETL, APPEND-ONLY     *
007850* ESDS).  ONE RECORD PER POSTING; ARD-AMOUNT IS THE SIGNED       *
007860* EFFECT ON THE BALANCE (POSITIVE CHARGE, NEGATIVE PAYMENT)      *
007870* AND ARD-BALANCE IS THE BALANCE AFTER THE POSTING.              *
007873* A CASHIER PAYMENT CARRIES 'TILL', THE CASHIER AND THE TENDER   *
007876* TYPE IN THE REFERENCE.                                         *
007880* ************************************************************** *
007890 01  AR-DETAIL-RECORD.
007891     02  ARD-STUDENT-ID          PIC X(07).
007893     02  ARD-TYPE                PIC X(03).
007894     02  ARD-AMOUNT              PIC S9(5)V99 COMP-3.
007895     02  ARD-REFERENCE           PIC X(20).
007895     02  ARD-TILL-REFERENCE REDEFINES ARD-REFERENCE.
007895         03  ARD-TILL-TAG        PIC X(04).
007895         03  ARD-TILL-CASHIER-ID PIC X(08).
007895         03  ARD-TILL-TENDER     PIC X(01).
007895         03  FILLER              PIC X(07).
007896     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
007897     02  FILLER                  PIC X(14).
007900
016424         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
016425         STOP RUN.
016426*    END-IF.
016426
016426     MOVE 'SPNDETL' TO VSIO-DDNAME OF SPONSOR-DETAIL-FILE.
016426     MOVE VSIO-ESDS TO VSIO-ORGANIZATION
016426         OF SPONSOR-DETAIL-FILE.
016426     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SPONSOR-DETAIL-FILE.
016426     MOVE VSIO-EXTEND TO VSIO-MODE OF SPONSOR-DETAIL-FILE.
016426     MOVE +60 TO VSIO-RECORD-LENGTH OF SPONSOR-DETAIL-FILE.
016426     MOVE +0 TO VSIO-KEY-POSITION OF SPONSOR-DETAIL-FILE.
016426     MOVE +0 TO VSIO-KEY-LENGTH OF SPONSOR-DETAIL-FILE.
016426     MOVE VSIO-OPEN TO VSIO-COMMAND.
016426     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
016426                         SPONSOR-DETAIL-FILE,
016426                         SPONSOR-DETAIL-RECORD.
016426*    END-CALL.
016426     IF NOT VSIO-SUCCESS
016426         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
016426         STOP RUN.
016426*    END-IF.
016400
016500 010-PROCESS.
016600
020042                         SPONSOR-TABLE-FILE,
020043                         SPONSOR-TABLE-RECORD.
020044*    END-CALL.
020045     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
020046                         SPONSOR-DETAIL-FILE,
020047                         SPONSOR-DETAIL-RECORD.
020048*    END-CALL.
020050
020060* A RUN THAT FINISHED BOTH PASSES CLEARS ITS CHECKPOINT SO THE
020070* NEXT DAY'S POSTINGS START FROM THE TOP.
027900         WRITE REPORT-LINE FROM REGISTER-LINE
028000         GO TO 138-NEXT-CARD.
028100*    END-IF.
028105
028110     IF NOT PC-VALID-TENDER
028115     OR PC-CASHIER-ID EQUAL SPACES
028120         ADD +1 TO REJECT-COUNTER
028125         MOVE 'PAYMENT' TO RL-TYPE
028130         MOVE PC-STUDENT-ID TO RL-STUDENT-ID
028135         MOVE PC-AMOUNT TO RL-AMOUNT
028140         MOVE ZERO TO RL-BALANCE
028145         IF NOT PC-VALID-TENDER
028150             MOVE 'TENDER TYPE INVALID' TO RL-REASON
028155         ELSE
028160             MOVE 'NO CASHIER ID' TO RL-REASON
028165         END-IF
028170         WRITE REPORT-LINE FROM REGISTER-LINE
028175         GO TO 138-NEXT-CARD.
028180*    END-IF.
028200
028300     MOVE SPACES TO BALANCE-RECORD.
028400     MOVE PC-STUDENT-ID TO ABR-STUDENT-ID.
031940         MOVE 'PAY' TO ARD-TYPE
031950         COMPUTE ARD-AMOUNT = ZERO - PC-AMOUNT
031960         MOVE SPACES TO ARD-REFERENCE
031962         MOVE 'TILL' TO ARD-TILL-TAG
031964         MOVE PC-CASHIER-ID TO ARD-TILL-CASHIER-ID
031966         MOVE PC-TENDER-TYPE TO ARD-TILL-TENDER
031970         MOVE ABR-BALANCE TO ARD-BALANCE
031980         PERFORM 150-WRITE-AR-DETAIL THRU 159-EXIT
032000     ELSE
032332* RECEIVABLE BALANCE ON SPONTBL.  A SPONSOR NOT ON FILE IS      *
032333* REJECTED TO THE REGISTER, THE SAME RULE AS AN UNKNOWN         *
032334* STUDENT ACCOUNT.  SPONSOR RECEIVABLES ARE NOT STUDENT         *
032335* ACCOUNTS, SO NO ARDETL RECORD IS WRITTEN; THE PAYMENT IS       *
032335* JOURNALED TO SPNDETL INSTEAD.                                  *
032336* ************************************************************** *
032337 135-POST-SPONSOR-PAYMENT.
032338
032374         MOVE SPACES TO RL-REASON
032375         WRITE REPORT-LINE FROM REGISTER-LINE
032376     ELSE
032377         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
032377         GO TO 136-EXIT.
032378*    END-IF.
032378
032378     MOVE SPACES TO SPONSOR-DETAIL-RECORD.
032378     MOVE SPN-SPONSOR-ID TO SPD-SPONSOR-ID.
032378     MOVE WS-POSTING-CCYYMMDD TO SPD-POST-DATE.
032378     MOVE 'PAY' TO SPD-TYPE.
032378     COMPUTE SPD-AMOUNT = ZERO - PC-AMOUNT.
032378     MOVE 'TILL' TO SPD-REFERENCE.
032378     MOVE PC-CASHIER-ID TO SPD-REFERENCE (5:8).
032378     MOVE SPN-BALANCE TO SPD-BALANCE.
032378     MOVE VSIO-WRITE TO VSIO-COMMAND.
032378     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032378                         SPONSOR-DETAIL-FILE,
032378                         SPONSOR-DETAIL-RECORD.
032378*    END-CALL.
032378     IF NOT VSIO-SUCCESS
032378         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
032378*    END-IF.
032379
032380 136-EXIT.
