       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JOURNAL-REC PIC X(92).
       FD JOURNAL-ARCHIVE-FILE.
       01 JOURNAL-ARCHIVE-REC.
           05 JAR-DATE PIC 9(8).
           05 JAR-ENTRY PIC X(92).
       FD RUN-INDEX-FILE.
       01 RUN-INDEX-REC.
           05 RIX-RUN-ID PIC X(20).
