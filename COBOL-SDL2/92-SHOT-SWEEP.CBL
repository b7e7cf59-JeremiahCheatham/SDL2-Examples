                   BY REFERENCE work-file-name
                   RETURNING remove-result
               END-CALL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

               DISPLAY "92-SHOT-SWEEP: CANNOT OPEN "
                   FUNCTION TRIM(SHOT-MANIFEST-PATH)
                   " STATUS " shot-manifest-status
               IF shot-manifest-status NOT EQUAL "35" THEN
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.

                   FUNCTION TRIM(MANIFEST-WORK-PATH)
                   " STATUS " manifest-work-status
               CLOSE SHOT-MANIFEST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

                   BY REFERENCE work-file-name
                   RETURNING remove-result
               END-CALL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

