               INTO WHP-TRAPRPT-NAME
           END-STRING

           MOVE SPACES TO WHP-WMSOUT-NAME
           STRING "WMS" DELIMITED BY SIZE
                  WHD-ID-STR DELIMITED BY SPACE
               INTO WHP-WMSOUT-NAME
           END-STRING

           MOVE SPACES TO WHP-WMSCTL-NAME
           STRING "WCTL" DELIMITED BY SIZE
                  WHD-ID-STR DELIMITED BY SPACE
               INTO WHP-WMSCTL-NAME
           END-STRING

           MOVE WHD-CUTOFF-TIME TO WHP-CUTOFF-TIME

           MOVE ZEROS TO WHP-NUM-ROWS
