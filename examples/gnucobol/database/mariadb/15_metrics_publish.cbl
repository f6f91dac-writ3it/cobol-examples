      * and rewritten, so a corrected log republishes cleanly.
      * Alert lines whose second token is a program name count
      * against that program; the rest land under the ALERTS
      * catch-all row. The WL- rows 17_workload_publish loads for
      * operator workload are not this publisher's and survive the
      * clear.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 15_metrics_publish.

               EXEC SQL
                   DELETE FROM daily_metrics
                   WHERE metric_date = :metric-date
                     AND program NOT LIKE 'WL-%'
               END-EXEC
               PERFORM SQLSTATE-CHECK
           END-PERFORM.
