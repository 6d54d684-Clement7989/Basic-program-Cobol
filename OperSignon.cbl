               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT OPTIONAL SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
           COPY OPERREC.

       FD  SECURITY-LOG.
           COPY SECLOG.

       WORKING-STORAGE SECTION.
       01  WS-OPER-FILE-STATUS PIC X(2).
           88  WS-OPER-OK                VALUE "00".

       01  WS-SEC-FILE-STATUS  PIC X(2).
      *> "05" = optional SECLOG not found at OPEN EXTEND; GnuCOBOL
      *> and the mainframe runtime both create it on first write.
           88  WS-SEC-OK                 VALUES "00" "05".

       01  WS-OPERATOR-ID      PIC X(4).
       01  WS-PIN              PIC X(4).
       01  WS-ATTEMPTS         PIC 9(1) VALUE 0.
       01  WS-MAX-ATTEMPTS     PIC 9(1) VALUE 3.
      *> Echecs de code consécutifs, toutes sessions confondues,
      *> au-delà desquels l'opérateur est verrouillé.
       01  WS-LOCK-THRESHOLD   PIC 9(2) VALUE 5.

       01  WS-TIME-NOW         PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS  PIC 9(6).
           05  WS-TIME-CC      PIC 9(2).

      *> Opérateur signé, partagé avec les programmes appelants.
           COPY OPERSIGN.

       000-MAIN.
           MOVE SPACES TO SIGNED-ON-OPERATOR.
           MOVE 0 TO WS-ATTEMPTS.

           OPEN I-O OPERATOR-MASTER.
           IF NOT WS-OPER-OK
               DISPLAY "Fichier des opérateurs indisponible : "
                   WS-OPER-FILE-STATUS
               GOBACK
           END-IF.

           OPEN EXTEND SECURITY-LOG.
           IF NOT WS-SEC-OK
               CLOSE OPERATOR-MASTER
               DISPLAY "Impossible d'ouvrir le journal de"
               DISPLAY "sécurité : " WS-SEC-FILE-STATUS
               DISPLAY "Identification impossible."
               GOBACK
           END-IF.

           PERFORM 100-ASK-OPERATOR
               UNTIL OPERATOR-SIGNED-ON
                  OR WS-ATTEMPTS = WS-MAX-ATTEMPTS.
           END-IF.

           CLOSE OPERATOR-MASTER.
           CLOSE SECURITY-LOG.
           GOBACK.

       100-ASK-OPERATOR.
           ACCEPT WS-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
               TO WS-OPERATOR-ID.
           MOVE SPACES TO SECURITY-LOG-RECORD.
           MOVE WS-OPERATOR-ID TO SL-OPER-ID.
           MOVE WS-OPERATOR-ID TO OPER-ID.
           READ OPERATOR-MASTER
               KEY IS OPER-ID
               INVALID KEY
                   DISPLAY "Opérateur " WS-OPERATOR-ID " inconnu."
                   SET SL-SIGNON-FAILED TO TRUE
                   MOVE "IDENTIFIANT INCONNU" TO SL-REASON
                   PERFORM 800-WRITE-SECURITY-LOG
               NOT INVALID KEY
                   MOVE OPER-AUTHORITY TO SL-OPER-AUTHORITY
                   PERFORM 110-CHECK-OPERATOR
           END-READ.

      *> Un opérateur verrouillé ou révoqué est refusé sans que
      *> son code soit demandé : rien à deviner.
       110-CHECK-OPERATOR.
           EVALUATE TRUE
               WHEN OPER-REVOKED
                   DISPLAY "Opérateur révoqué : accès refusé."
                   SET SL-SIGNON-REFUSED TO TRUE
                   MOVE "OPERATEUR REVOQUE" TO SL-REASON
                   PERFORM 800-WRITE-SECURITY-LOG
               WHEN OPER-LOCKED
                   DISPLAY "Opérateur verrouillé : faire"
                   DISPLAY "réinitialiser le code par un"
                   DISPLAY "superviseur."
                   SET SL-SIGNON-REFUSED TO TRUE
                   MOVE "OPERATEUR VERROUILLE" TO SL-REASON
                   PERFORM 800-WRITE-SECURITY-LOG
               WHEN OPER-PIN = SPACES
                   DISPLAY "Aucun code secret attribué : voir un"
                   DISPLAY "superviseur."
                   SET SL-SIGNON-REFUSED TO TRUE
                   MOVE "CODE SECRET NON ATTRIBUE" TO SL-REASON
                   PERFORM 800-WRITE-SECURITY-LOG
               WHEN OTHER
                   DISPLAY "Code secret :"
                   ACCEPT WS-PIN
                   IF WS-PIN = OPER-PIN
                       PERFORM 200-SIGNON-OPERATOR
                   ELSE
                       PERFORM 300-RECORD-FAILURE
                   END-IF
           END-EVALUATE.

       200-SIGNON-OPERATOR.
           MOVE 0 TO OPER-FAILED-COUNT.
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Erreur de mise à jour de l'opérateur : "
                       WS-OPER-FILE-STATUS
           END-REWRITE.
           MOVE OPER-ID        TO SIGNON-OPER-ID.
           MOVE OPER-NAME      TO SIGNON-OPER-NAME.
           MOVE OPER-AUTHORITY TO SIGNON-OPER-AUTHORITY.
           MOVE "O"            TO SIGNON-STATE.
           DISPLAY "Bonjour " OPER-NAME.
           SET SL-SIGNON-OK TO TRUE.
           MOVE "SIGNATURE ACCEPTEE" TO SL-REASON.
           PERFORM 800-WRITE-SECURITY-LOG.

       300-RECORD-FAILURE.
           ADD 1 TO OPER-FAILED-COUNT.
           IF OPER-FAILED-COUNT NOT < WS-LOCK-THRESHOLD
               SET OPER-LOCKED TO TRUE
               DISPLAY "Code erroné. Opérateur " OPER-ID
                   " verrouillé."
               SET SL-LOCKOUT TO TRUE
               MOVE "VERROUILLAGE APRES ECHECS" TO SL-REASON
           ELSE
               DISPLAY "Code erroné."
               SET SL-SIGNON-FAILED TO TRUE
               MOVE "CODE SECRET ERRONE" TO SL-REASON
           END-IF.
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Erreur de mise à jour de l'opérateur : "
                       WS-OPER-FILE-STATUS
           END-REWRITE.
           PERFORM 800-WRITE-SECURITY-LOG.

      *> L'appelant a posé l'identifiant, l'événement et le motif.
       800-WRITE-SECURITY-LOG.
           ACCEPT SL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO SL-TIME.
           WRITE SECURITY-LOG-RECORD.
