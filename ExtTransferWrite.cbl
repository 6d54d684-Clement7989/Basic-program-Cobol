       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtTransferWrite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXT-TRANSFER-FILE ASSIGN TO "VIREXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XF-REFERENCE
               FILE STATUS IS WS-VIR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXT-TRANSFER-FILE.
       01  EXT-TRANSFER-FILE-RECORD.
           05  XF-REFERENCE            PIC X(17).
           05  FILLER                  PIC X(163).

       WORKING-STORAGE SECTION.
       01  WS-VIR-FILE-STATUS  PIC X(2).
      *> "05" = optional VIREXT not found at OPEN I-O; GnuCOBOL
      *> and the mainframe runtime both create it on first write.
           88  WS-VIR-OK                 VALUES "00" "05".

       01  WS-RECORD-WRITTEN   PIC X(1).
           88  TRANSFER-WRITTEN          VALUE "O".
           88  WRITE-FAILED              VALUE "E".
       01  WS-SEQUENCE-MAX     PIC 9(3) VALUE 999.

       LINKAGE SECTION.
           COPY VIREXT.

       PROCEDURE DIVISION USING EXT-TRANSFER-RECORD.

      *> Inscrit un virement externe au registre VIREXT, à l'état
      *> saisi, juste après l'écriture de débit au journal. La
      *> référence part de l'horodatage de cette écriture ; la
      *> séquence départage deux virements de la même seconde et
      *> la référence retenue est rendue à l'appelant. Un
      *> virement que le registre n'a pas pu inscrire est rendu
      *> avec RETURN-CODE 8 : le client est déjà débité et le
      *> montant reste au suspens 471100 tant que l'appelant ne
      *> l'a pas fait traiter.
       000-MAIN.
           MOVE 0 TO RETURN-CODE.
           OPEN I-O EXT-TRANSFER-FILE.
           IF NOT WS-VIR-OK
               DISPLAY "Impossible d'ouvrir le registre des"
               DISPLAY "virements externes : " WS-VIR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SET VX-TO-SEND TO TRUE.
           MOVE 0 TO VX-SENT-DATE.
           MOVE 0 TO VX-RETURN-DATE.
           MOVE SPACES TO VX-RETURN-CODE.
           MOVE SPACES TO VX-RETURN-REASON.
           MOVE 0 TO VX-SEQUENCE.

           MOVE "N" TO WS-RECORD-WRITTEN.
           PERFORM 100-TRY-WRITE
               UNTIL TRANSFER-WRITTEN
                  OR WRITE-FAILED
                  OR VX-SEQUENCE = WS-SEQUENCE-MAX.
           IF NOT TRANSFER-WRITTEN AND NOT WRITE-FAILED
               DISPLAY "Registre des virements externes : clé"
               DISPLAY "saturée le " VX-DATE " à " VX-TIME "."
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE EXT-TRANSFER-FILE.
           GOBACK.

      *> Seule une clé en double ("22") fait passer à la séquence
      *> suivante ; toute autre erreur arrête l'inscription.
       100-TRY-WRITE.
           MOVE EXT-TRANSFER-RECORD TO EXT-TRANSFER-FILE-RECORD.
           WRITE EXT-TRANSFER-FILE-RECORD
               INVALID KEY
                   IF WS-VIR-FILE-STATUS = "22"
                       ADD 1 TO VX-SEQUENCE
                   ELSE
                       DISPLAY "Registre des virements externes : "
                           "erreur " WS-VIR-FILE-STATUS
                       MOVE 8 TO RETURN-CODE
                       SET WRITE-FAILED TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET TRANSFER-WRITTEN TO TRUE
           END-WRITE.
