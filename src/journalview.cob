       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(92).
       WORKING-STORAGE SECTION.
       01 WS-JRN-STATUS PIC XX.
       01 WS-JOURNAL-PATH PIC X(40).
       01 JRN-GEN-BEFORE-EDITED PIC Z(9)9.
       01 JRN-GEN-AFTER-EDITED PIC Z(9)9.
       01 JRN-POPULATION-EDITED PIC ZZZ9.
       01 JRN-STAMP-ROW-EDITED PIC Z9.
       01 JRN-STAMP-COL-EDITED PIC Z9.
       01 JRN-STAMP-ROTATION-EDITED PIC ZZ9.
       COPY "journal.cpy".
       PROCEDURE DIVISION.
           CALL "get_http_form" USING "jdate" WS-DATE-PARAM.
           CALL "append_http_body" USING
               "<th>Gen before</th><th>Gen after</th>".
           CALL "append_http_body" USING
               "<th>Population</th><th>Detail</th></tr>".
           MOVE 0 TO WS-ROWS-SHOWN.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRN-STATUS = "00" THEN
           MOVE JRN-POPULATION TO JRN-POPULATION-EDITED.
           CALL "append_http_body" USING
               FUNCTION TRIM(JRN-POPULATION-EDITED).
           CALL "append_http_body" USING "</td><td>".
           IF JRN-ACTION = "STAMP" THEN
               PERFORM PRINT-STAMP-DETAIL
           END-IF.
           CALL "append_http_body" USING "</td></tr>".
       PRINT-STAMP-DETAIL.
           MOVE JRN-STAMP-ROW TO JRN-STAMP-ROW-EDITED.
           MOVE JRN-STAMP-COL TO JRN-STAMP-COL-EDITED.
           MOVE JRN-STAMP-ROTATION TO JRN-STAMP-ROTATION-EDITED.
           CALL "append_http_body" USING
               FUNCTION TRIM(JRN-STAMP-PATTERN).
           CALL "append_http_body" USING " at ".
           CALL "append_http_body" USING
               FUNCTION TRIM(JRN-STAMP-ROW-EDITED).
           CALL "append_http_body" USING ",".
           CALL "append_http_body" USING
               FUNCTION TRIM(JRN-STAMP-COL-EDITED).
           CALL "append_http_body" USING " turned ".
           CALL "append_http_body" USING
               FUNCTION TRIM(JRN-STAMP-ROTATION-EDITED).
           IF JRN-STAMP-MIRROR = "Y" THEN
               CALL "append_http_body" USING " mirrored"
           END-IF.
           CALL "append_http_body" USING " ".
           CALL "append_http_body" USING FUNCTION TRIM(JRN-STAMP-MODE).
