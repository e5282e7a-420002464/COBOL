                       AT END
                           SET WS-AUDIT-AT-END TO TRUE
                       NOT AT END
      *                    A reverso_ciclo backout record is not an
      *                    execution and never goes on the feed.
                           IF NOT AU-BACKOUT
                               PERFORM 2100-WRITE-DETAIL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT WS-AUDIT-AT-END
