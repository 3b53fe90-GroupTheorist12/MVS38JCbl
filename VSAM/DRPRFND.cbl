001600* PRINTS A REFUND REGISTER FOR THE BURSAR TO APPROVE.           *
001700*                                                                 *
001800* THE REFUND IS THE COURSE'S CREDIT HOURS TIMES THE SEMESTER'S  *
001900* RESIDENCY RATE TIMES THE BAND PERCENT; THE FLAT               *
002000* REGISTRATION FEE IS NEVER REFUNDED.  THE DATE THE REFUND WAS  *
002100* PRICED IS STAMPED IN THE WITHDRAWN RECORD'S OTHERWISE-UNUSED  *
002200* CIR-WAIT-DATE FIELD, SO A RERUN NEVER PRICES THE SAME DROP    *
002700* MODIFICATION HISTORY.                                          *
002800*   DATE       INIT  DESCRIPTION                                 *
002900*   09/03/2026 JM    ORIGINAL PROGRAM.                           *
002910*   10/15/2026 JM    TUITION IS REVERSED AT THE STUDENT'S        *
002920*                    RESDTBL RESIDENCY RATE, AS TUITBILL         *
002930*                    BILLS IT (TUITTBL RECORDS GREW TO           *
002940*                    30 BYTES).                                  *
003000* ************************************************************* *
003100
003200 ENVIRONMENT DIVISION.
006800 77  REFUNDED-COUNTER            PIC S9(8) COMP VALUE ZERO.
006900 77  NO-REFUND-COUNTER           PIC S9(8) COMP VALUE ZERO.
007000 77  SKIPPED-COUNTER             PIC S9(8) COMP VALUE ZERO.
007010 77  WS-RATE-PER-HOUR            PIC 9(3)V99 VALUE ZERO.
007100
007200 01  WS-REFUND-PCT               PIC 9(03)   VALUE ZERO.
007300 01  WS-REFUND-AMOUNT            PIC S9(5)V99 COMP-3 VALUE ZERO.
009100 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
009200 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
009300 01  TUITION-RATE-FILE           COPY VSAMIOFB.
009310 01  RESIDENCY-FILE              COPY VSAMIOFB.
009400 01  BALANCE-FILE                COPY VSAMIOFB.
009500 01  AR-DETAIL-FILE              COPY VSAMIOFB.
009600
014100     02  TTR-FLAT-FEE            PIC 9(4)V99.
014200     02  TTR-FULLTIME-CAP        PIC 9(02).
014300     02  TTR-AUDIT-FEE           PIC 9(4)V99.
014307     02  TTR-NONRES-RATE-PER-HOUR
014314                                 PIC 9(3)V99.
014321
014328* ************************************************************** *
014335* RESIDENCY DETERMINATION (DDNAME RESDTBL, KEYED BY STUDENT),    *
014342* MAINTAINED BY RESDMNT.  ONLY RES-RESIDENCY IS USED HERE.       *
014349* ************************************************************** *
014356 01  RESIDENCY-RECORD.
014363     02  RES-STUDENT-ID          PIC X(07).
014370     02  RES-RESIDENCY           PIC X(01).
014377         88  RES-IN-STATE                VALUE 'I'.
014384     02  FILLER                  PIC X(32).
014400
014500 01  BALANCE-RECORD.
014600     02  ABR-STUDENT-ID          PIC X(07).
027400     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF TUITION-RATE-FILE.
027500     MOVE VSIO-DIRECT TO VSIO-ACCESS OF TUITION-RATE-FILE.
027600     MOVE VSIO-INPUT TO VSIO-MODE OF TUITION-RATE-FILE.
027700     MOVE +30 TO VSIO-RECORD-LENGTH OF TUITION-RATE-FILE.
027800     MOVE +0 TO VSIO-KEY-POSITION OF TUITION-RATE-FILE.
027900     MOVE +6 TO VSIO-KEY-LENGTH OF TUITION-RATE-FILE.
028000     MOVE VSIO-OPEN TO VSIO-COMMAND.
030000         MOVE +8 TO RETURN-CODE
030100         STOP RUN.
030200*    END-IF.
030201
030203* A RATE RECORD WITH NO NON-RESIDENT RATE PRICES EVERY STUDENT
030206* AT THE RESIDENT RATE, THE SAME AS TUITBILL.
030209     IF TTR-NONRES-RATE-PER-HOUR NOT NUMERIC
030212     OR TTR-NONRES-RATE-PER-HOUR EQUAL ZERO
030215         MOVE TTR-RATE-PER-HOUR TO TTR-NONRES-RATE-PER-HOUR.
030218*    END-IF.
030221
030224     MOVE 'RESDTBL' TO VSIO-DDNAME OF RESIDENCY-FILE.
030227     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RESIDENCY-FILE.
030230     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RESIDENCY-FILE.
030233     MOVE VSIO-INPUT TO VSIO-MODE OF RESIDENCY-FILE.
030236     MOVE +40 TO VSIO-RECORD-LENGTH OF RESIDENCY-FILE.
030239     MOVE +0 TO VSIO-KEY-POSITION OF RESIDENCY-FILE.
030242     MOVE +7 TO VSIO-KEY-LENGTH OF RESIDENCY-FILE.
030245     MOVE VSIO-OPEN TO VSIO-COMMAND.
030248     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030251                         RESIDENCY-FILE,
030254                         RESIDENCY-RECORD.
030257*    END-CALL.
030260     IF NOT VSIO-SUCCESS
030263         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
030266         MOVE +8 TO RETURN-CODE
030269         STOP RUN.
030272*    END-IF.
030300
030400     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
030500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
040700                         TUITION-RATE-FILE,
040800                         TUITION-RATE-RECORD.
040900*    END-CALL.
040910     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
040920                         RESIDENCY-FILE,
040930                         RESIDENCY-RECORD.
040940*    END-CALL.
041000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041100                         BALANCE-FILE,
041200                         BALANCE-RECORD.
049800         MOVE +0 TO VSIO-RETURN-CODE.
049900*    END-IF.
050000
050010     MOVE CIR-STUDENT-ID TO RES-STUDENT-ID.
050020     PERFORM 600-FIND-RESIDENCY-RATE THRU 609-EXIT.
050030
050100     COMPUTE WS-REFUND-AMOUNT ROUNDED =
050200         CTR-CREDIT-HOURS * WS-RATE-PER-HOUR
050300         * WS-REFUND-PCT / 100.
050400
050500     MOVE CIR-STUDENT-ID TO DL-STUDENT-ID.
060800
060900 509-EXIT.
061000     EXIT.
061010
061020* ************************************************************** *
061030* PICKS THE RATE PER CREDIT HOUR TUITBILL BILLED THE STUDENT IN  *
061040* RES-STUDENT-ID: THE RESIDENT RATE FOR AN IN-STATE              *
061050* DETERMINATION, OTHERWISE (OUT-OF-STATE OR NONE ON FILE) THE    *
061060* NON-RESIDENT RATE.                                             *
061070* ************************************************************** *
061080 600-FIND-RESIDENCY-RATE.
061090
061100     MOVE TTR-NONRES-RATE-PER-HOUR TO WS-RATE-PER-HOUR.
061110     MOVE VSIO-READ TO VSIO-COMMAND.
061120     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
061130                         RESIDENCY-FILE,
061140                         RESIDENCY-RECORD.
061150*    END-CALL.
061160     IF VSIO-RECORD-NOT-FOUND
061170         MOVE +0 TO VSIO-RETURN-CODE
061180         GO TO 609-EXIT.
061190*    END-IF.
061200     IF NOT VSIO-SUCCESS
061210         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
061220         MOVE +0 TO VSIO-RETURN-CODE
061230         GO TO 609-EXIT.
061240*    END-IF.
061250
061260     IF RES-IN-STATE
061270         MOVE TTR-RATE-PER-HOUR TO WS-RATE-PER-HOUR.
061280*    END-IF.
061290
061300 609-EXIT.
061310     EXIT.
