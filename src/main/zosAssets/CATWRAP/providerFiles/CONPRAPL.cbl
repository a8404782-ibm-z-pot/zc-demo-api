           MOVE CI-COST TO MA-NEW-COST.
           MOVE CI-REORDER-POINT TO MA-NEW-REORDER-POINT.
           MOVE CI-STATUS-FLAG TO MA-NEW-STATUS-FLAG.
           IF CI-SUCCESSOR-REF IS NUMERIC
               MOVE CI-SUCCESSOR-REF TO MA-OLD-SUCCESSOR-REF
           ELSE
               MOVE 0 TO MA-OLD-SUCCESSOR-REF
           END-IF.
           MOVE MA-OLD-SUCCESSOR-REF TO MA-NEW-SUCCESSOR-REF.
           SET MA-ACTION-WAS-ACCEPTED TO TRUE.
           MOVE "EF" TO MA-REASON-CODE.
           WRITE CATALOG-MAINT-AUDIT-RECORD.
