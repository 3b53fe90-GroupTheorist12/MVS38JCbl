001400* START-KEY-EQUAL, START-KEY-NOTLESS, START-KEY-ALT, WRITE,     *
001410* REWRITE, DELETE.                                              *
001450*                                                                *
001460* AGAINST AN INDEXED (KSDS) CLUSTER OPENED I-O, REWRITE AND     *
001470* DELETE ARE KEYED OPERATIONS (SEE BELOW FOR ESDS).  THE CALLER *
001480* SUPPLIES THE TARGET KEY IN THE FIRST VSIO-KEY-LENGTH BYTES OF *
001490* ITS RECORD AREA THE SAME AS FOR A DIRECT READ; NO PRIOR READ  *
001495* OF THAT RECORD IS REQUIRED SINCE THE FILE IS OPENED DYNAMIC.  *
001504* OPEN OUTPUT STARTS THE DATASET OVER; OPEN EXTEND APPENDS, SO  *
001504* JOURNAL-STYLE DATASETS (THE SEMESTER HISTORY, CHARGE FILES    *
001504* AND THE LIKE) CAN ACCUMULATE ACROSS STEPS AND DAYS.           *
001504* AN ESDS MAY ALSO BE OPENED I-O (VSIO-I-O) SO A CALLER CAN     *
001504* REWRITE, IN PLACE AND AT THE SAME LENGTH, THE RECORD ITS LAST *
001504* VSIO-READ RETURNED (FOR EXAMPLE TO RE-POINT A JOURNAL ENTRY   *
001504* AT A DIFFERENT STUDENT).  AN ESDS REWRITE IS AUDITED THE SAME *
001504* AS A KSDS REWRITE, WITH A BLANK KEY.  DELETE IS NEVER         *
001504* SUPPORTED AGAINST AN ESDS.                                    *
001504*                                                                *
001505* VSIO-ACCESS OF VSIO-DYNAMIC ON A READ LETS ONE OPEN KSDS      *
001506* CLUSTER SATISFY BOTH KEYED AND NEXT-RECORD REQUESTS CALL BY   *
013100                 OPEN OUTPUT VSIO-ESDS-FILE
013110             WHEN VSIO-MODE OF VSIO-FILE-BLOCK EQUAL VSIO-EXTEND
013120                 OPEN EXTEND VSIO-ESDS-FILE
013130             WHEN VSIO-MODE OF VSIO-FILE-BLOCK EQUAL VSIO-I-O
013140                 OPEN I-O VSIO-ESDS-FILE
013200             WHEN OTHER
013300                 OPEN INPUT VSIO-ESDS-FILE
013400         END-EVALUATE
029900                 MOVE +8 TO VSIO-RETURN-CODE
030000         END-EVALUATE
030100     ELSE
030110         MOVE SPACES TO WS-WORK-KEY
030120         MOVE SPACES TO WS-AUD-BEFORE-IMAGE
030130         MOVE SPACES TO WS-AUD-AFTER-IMAGE
030140         MOVE VSIO-ESDS-RECORD-AREA (1:
030150             VSIO-RECORD-LENGTH OF VSIO-FILE-BLOCK) TO
030160             WS-AUD-BEFORE-IMAGE
030170         MOVE VSIO-CALLER-RECORD-AREA (1:
030180             VSIO-RECORD-LENGTH OF VSIO-FILE-BLOCK) TO
030190             VSIO-ESDS-RECORD-AREA (1:
030200             VSIO-RECORD-LENGTH OF VSIO-FILE-BLOCK)
030210         REWRITE VSIO-ESDS-RECORD-AREA
030220         MOVE FUNCTION NUMVAL(WS-SEQUENTIAL-STATUS)
030230             TO VSIO-VSAM-RETURN-CODE
030240         EVALUATE TRUE
030250             WHEN WS-SEQUENTIAL-OK
030260                 MOVE VSIO-CALLER-RECORD-AREA (1:
030270                     VSIO-RECORD-LENGTH OF VSIO-FILE-BLOCK) TO
030280                     WS-AUD-AFTER-IMAGE
030290                 PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
030292             WHEN WS-SEQUENTIAL-STATUS EQUAL '43'
030294             WHEN WS-SEQUENTIAL-STATUS EQUAL '44'
030296             WHEN WS-SEQUENTIAL-STATUS EQUAL '49'
030297                 MOVE +4 TO VSIO-RETURN-CODE
030298             WHEN OTHER
030299                 MOVE +8 TO VSIO-RETURN-CODE
030300         END-EVALUATE
030300     END-IF.
030400
030500 6000-EXIT.
