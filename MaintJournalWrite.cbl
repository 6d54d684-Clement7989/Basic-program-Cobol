       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintJournalWrite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINT-JOURNAL ASSIGN TO "MAINTJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-JOURNAL.
       01  MAINT-JOURNAL-LINE      PIC X(307).

       WORKING-STORAGE SECTION.
       01  WS-MJ-FILE-STATUS   PIC X(2).
      *> "05" = optional MAINTJRN not found at OPEN EXTEND; GnuCOBOL
      *> and the mainframe runtime both create it on first write.
           88  WS-MJ-OK                  VALUES "00" "05".

       01  WS-TIME-NOW         PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS  PIC 9(6).
           05  WS-TIME-CC      PIC 9(2).

           COPY OPERSIGN.

       LINKAGE SECTION.
           COPY MAINTJRN.

       PROCEDURE DIVISION USING MAINT-JOURNAL-RECORD.

      *> Ajoute une entrée au journal de maintenance. Appelé par
      *> chaque programme de maintenance juste après son WRITE ou
      *> REWRITE réussi, l'appelant ayant rempli le fichier, la
      *> nature, la clé et les deux images : l'horodatage et
      *> l'opérateur signé sont posés ici, une seule fois pour
      *> tous.
       000-MAIN.
           ACCEPT MJ-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO MJ-TIME.
           MOVE SIGNON-OPER-ID TO MJ-OPERATOR-ID.

           OPEN EXTEND MAINT-JOURNAL.
           IF NOT WS-MJ-OK
               DISPLAY "Impossible d'ouvrir le journal de"
               DISPLAY "maintenance : " WS-MJ-FILE-STATUS
               GOBACK
           END-IF.

           WRITE MAINT-JOURNAL-LINE FROM MAINT-JOURNAL-RECORD.

           CLOSE MAINT-JOURNAL.
           GOBACK.
