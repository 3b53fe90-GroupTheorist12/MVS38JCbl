001800*                                                                 *
001900* CARD LAYOUT:  COL 1-7 STUDENT, 8-13 SEMESTER, 14-17 SOURCE,   *
002000* 18-24 AMOUNT (9(5)V99).                                       *
002030*                                                                 *
002050* A STUDENT WHOSE SAP STATUS ON SAPTBL (SAPEVAL) IS SUSPENDED   *
002070* IS REFUSED EVERY DISBURSEMENT.                                *
002100*                                                                 *
002200* MODIFICATION HISTORY.                                          *
002300*   DATE       INIT  DESCRIPTION                                 *
002400*   09/03/2026 JM    ORIGINAL PROGRAM.                           *
002450*   10/15/2026 JM    REFUSE DISBURSEMENT TO SAP-SUSPENDED        *
002460*                    STUDENTS (SAPTBL).                          *
002500* ************************************************************* *
002600
002700 ENVIRONMENT DIVISION.
008700 01  AWARD-FILE                  COPY VSAMIOFB.
008800 01  BALANCE-FILE                COPY VSAMIOFB.
008900 01  AR-DETAIL-FILE              COPY VSAMIOFB.
008950 01  SAP-STATUS-FILE             COPY VSAMIOFB.
009000
009100 01  AWARD-RECORD.
009200     02  AWD-STUDENT-ID          PIC X(07).
010900     02  ARD-REFERENCE           PIC X(20).
011000     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
011100     02  FILLER                  PIC X(14).
011110
011120 01  SAP-STATUS-RECORD.
011130     02  SAP-STUDENT-ID          PIC X(07).
011140     02  SAP-STATUS              PIC X(01).
011150         88  SAP-SUSPENDED               VALUE 'S'.
011160     02  FILLER                  PIC X(40).
011200
011300 01  HEADING-LINE-1.
011400     02  FILLER                  PIC X(42) VALUE
022200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
022300         STOP RUN.
022400*    END-IF.
022410
022420     MOVE 'SAPTBL' TO VSIO-DDNAME OF SAP-STATUS-FILE.
022430     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SAP-STATUS-FILE.
022440     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SAP-STATUS-FILE.
022450     MOVE VSIO-INPUT TO VSIO-MODE OF SAP-STATUS-FILE.
022460     MOVE +48 TO VSIO-RECORD-LENGTH OF SAP-STATUS-FILE.
022470     MOVE +0 TO VSIO-KEY-POSITION OF SAP-STATUS-FILE.
022480     MOVE +7 TO VSIO-KEY-LENGTH OF SAP-STATUS-FILE.
022490     MOVE VSIO-OPEN TO VSIO-COMMAND.
022491     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022492                         SAP-STATUS-FILE,
022493                         SAP-STATUS-RECORD.
022494*    END-CALL.
022495     IF NOT VSIO-SUCCESS
022496         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
022497         STOP RUN.
022498*    END-IF.
022500
022600 010-PROCESS.
022700
025300                         AR-DETAIL-FILE,
025400                         AR-DETAIL-RECORD.
025500*    END-CALL.
025510     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
025520                         SAP-STATUS-FILE,
025530                         SAP-STATUS-RECORD.
025540*    END-CALL.
025600
025700     DISPLAY 'AIDDISB: DISBURSEMENTS POSTED: ' POSTED-COUNTER.
025800     DISPLAY 'AIDDISB: REJECTED:             ' REJECT-COUNTER.
028200         GO TO 119-EXIT.
028300*    END-IF.
028400     MOVE DC-AMOUNT TO RL-AMOUNT.
028401
028402     MOVE SPACES TO SAP-STATUS-RECORD.
028403     MOVE DC-STUDENT-ID TO SAP-STUDENT-ID.
028404     MOVE VSIO-READ TO VSIO-COMMAND.
028405     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
028406                         SAP-STATUS-FILE,
028407                         SAP-STATUS-RECORD.
028408*    END-CALL.
028409     IF VSIO-SUCCESS
028410     AND SAP-SUSPENDED
028411         MOVE 'SAP SUSPENDED' TO RL-DISPOSITION
028412         PERFORM 170-WRITE-REJECT THRU 179-EXIT
028413         GO TO 119-EXIT.
028414*    END-IF.
028415     IF NOT VSIO-SUCCESS
028416     AND NOT VSIO-RECORD-NOT-FOUND
028417         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
028418*    END-IF.
028419     MOVE +0 TO VSIO-RETURN-CODE.
028500
028600     MOVE SPACES TO AWARD-RECORD.
028700     MOVE DC-STUDENT-ID TO AWD-STUDENT-ID.
