      * RECONCILED AGAINST RECORDS READ WITH SELECT COUNT(*); ANY
      * MISMATCH OR SQL ERROR ENDS WITH RETURN-CODE 8 SO THE
      * SCHEDULER SEES THE REFRESH DID NOT LAND.
      * A STUDENT WITH A PRIVACY BLOCK ON PRIVTBL (PRIVMNT) IS NOT
      * LOADED AT ALL, SO THE QUERY TOOLS CAN NEVER RELEASE THEM; THE
      * BLOCKED COUNT IS DISPLAYED AND TAKEN OUT OF THE RECONCILIATION.
      * ***************************************************************

       EXEC SQL INCLUDE SQLCA END-EXEC.
       77 WS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
       77 WS-INSERT-COUNT         PIC 9(07) COMP VALUE ZERO.
       77 WS-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
       77 WS-BLOCKED-COUNT        PIC 9(07) COMP VALUE ZERO.
       77 WS-EXPECTED-COUNT       PIC S9(9) COMP VALUE ZERO.

       01 WS-BLOCKED-SW           PIC X(01) VALUE 'N'.
            88 RELEASE-BLOCKED               VALUE 'Y'.

       01 VSIO-PARAMETER-VALUES   COPY VSAMIO.
       01 STUDENT-MASTER-FILE     COPY VSAMIOFB.
          02 SIR-GENDER           PIC X(01).
          02 SIR-MAJOR            PIC X(03).

       01 PRIVACY-TABLE-FILE      COPY VSAMIOFB.
       01 PRIVACY-BLOCK-RECORD.
          02 PRV-STUDENT-ID       PIC X(07).
          02 PRV-REQUEST-DATE     PIC 9(08).
          02 PRV-ENTERED-DATE     PIC 9(08).
          02 PRV-OPERATOR-ID      PIC X(08).
          02 FILLER               PIC X(09).

       PROCEDURE DIVISION.
       MAIN-PART.
           DISPLAY 'STUDLOAD: REFRESH DB2 STUDENTS FROM STMASTR'.
              MOVE +8 TO RETURN-CODE
              STOP RUN.

           MOVE 'PRIVTBL' TO VSIO-DDNAME OF PRIVACY-TABLE-FILE.
           MOVE VSIO-KSDS TO
               VSIO-ORGANIZATION OF PRIVACY-TABLE-FILE.
           MOVE VSIO-DIRECT TO
               VSIO-ACCESS OF PRIVACY-TABLE-FILE.
           MOVE VSIO-INPUT TO VSIO-MODE OF PRIVACY-TABLE-FILE.
           MOVE +40 TO VSIO-RECORD-LENGTH OF PRIVACY-TABLE-FILE.
           MOVE +0 TO VSIO-KEY-POSITION OF PRIVACY-TABLE-FILE.
           MOVE +7 TO VSIO-KEY-LENGTH OF PRIVACY-TABLE-FILE.
           MOVE VSIO-OPEN TO VSIO-COMMAND.
           CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
                               PRIVACY-TABLE-FILE,
                               PRIVACY-BLOCK-RECORD.
           IF NOT VSIO-SUCCESS
              DISPLAY 'STUDLOAD: PRIVTBL OPEN FAILED'
              MOVE +8 TO RETURN-CODE
              STOP RUN.

      * EMPTY THE TABLE FIRST: THE REFRESH IS A FULL REPLACE, THE
      * SAME EVERY NIGHT, SO YESTERDAY'S ROWS NEVER LINGER.
           EXEC SQL
           CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
                               STUDENT-MASTER-FILE,
                               STUDENT-RECORD-AREA.
           CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
                               PRIVACY-TABLE-FILE,
                               PRIVACY-BLOCK-RECORD.

           EXEC SQL
               SELECT COUNT(*)
           DISPLAY 'STUDLOAD: ROWS INSERTED: ' WS-INSERT-COUNT.
           DISPLAY 'STUDLOAD: ROWS ON TABLE: ' WS-TABLE-COUNT.
           DISPLAY 'STUDLOAD: INSERT ERRORS: ' WS-ERROR-COUNT.
           DISPLAY 'STUDLOAD: RELEASE BLOCKED: ' WS-BLOCKED-COUNT.

           COMPUTE WS-EXPECTED-COUNT =
               WS-READ-COUNT - WS-BLOCKED-COUNT.
           IF WS-TABLE-COUNT NOT EQUAL WS-EXPECTED-COUNT
              OR WS-ERROR-COUNT GREATER THAN ZERO
              DISPLAY 'STUDLOAD: REFRESH DOES NOT RECONCILE'
              MOVE +8 TO RETURN-CODE.

      * READS ONE STMASTR RECORD; AN 83-BYTE DEMOGRAPHIC RECORD IS
      * INSERTED AS ONE STUDENTS ROW, A SHORTER COURSE/ENROLLMENT
      * RECORD IS SKIPPED, AS IS THE DEMOGRAPHIC RECORD OF A STUDENT
      * BLOCKED ON PRIVTBL.
       LOAD-LOOP SECTION.
           MOVE SPACES TO STUDENT-RECORD-AREA.
           MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
           ELSE
              IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
                 ADD 1 TO WS-READ-COUNT
                 PERFORM PRIVACY-CHECK
                 IF RELEASE-BLOCKED
                    ADD 1 TO WS-BLOCKED-COUNT
                 ELSE
                    MOVE SIR-STUDENT-ID TO WS-STUDENT-ID
                    MOVE SIR-NAME TO WS-NAME
                    MOVE SIR-CITY TO WS-CITY
                    MOVE SIR-STATE TO WS-STATE
                    MOVE SIR-ZIPCODE TO WS-ZIPCODE
                    MOVE SIR-GENDER TO WS-GENDER
                    MOVE SIR-MAJOR TO WS-MAJOR
                    EXEC SQL
                        INSERT INTO STUDENTS
                               (STUDENT-ID, NAME, CITY, STATE,
                                ZIPCODE, GENDER, MAJOR)
                        VALUES (:WS-STUDENT-ID, :WS-NAME, :WS-CITY,
                                :WS-STATE, :WS-ZIPCODE, :WS-GENDER,
                                :WS-MAJOR)
                    END-EXEC
                    IF SQLCODE EQUAL 0
                       ADD 1 TO WS-INSERT-COUNT
                    ELSE
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY 'STUDLOAD: INSERT FAILED SQLCODE '
                           SQLCODE ' FOR ' WS-STUDENT-ID
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * LOOKS THE STUDENT UP ON PRIVTBL; A RECORD ON FILE MEANS THE
      * STUDENT HAS BLOCKED RELEASE OF DIRECTORY INFORMATION.  ANY
      * ERROR OTHER THAN NOT-FOUND IS TREATED AS BLOCKED, SO A FILE
      * PROBLEM NEVER PUTS A BLOCKED STUDENT ON THE TABLE.
       PRIVACY-CHECK SECTION.
           MOVE 'N' TO WS-BLOCKED-SW.
           MOVE SPACES TO PRIVACY-BLOCK-RECORD.
           MOVE SIR-STUDENT-ID TO PRV-STUDENT-ID.
           MOVE VSIO-READ TO VSIO-COMMAND.
           CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
                               PRIVACY-TABLE-FILE,
                               PRIVACY-BLOCK-RECORD.
           IF VSIO-SUCCESS
              MOVE 'Y' TO WS-BLOCKED-SW
           ELSE
              IF NOT VSIO-RECORD-NOT-FOUND
                 DISPLAY 'STUDLOAD: PRIVTBL READ FAILED FOR '
                     SIR-STUDENT-ID ' - NOT LOADED'
                 MOVE 'Y' TO WS-BLOCKED-SW
              END-IF
           END-IF.
