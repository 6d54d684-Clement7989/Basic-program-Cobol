               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PAT-FILE-STATUS.

           SELECT OPTIONAL BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT HISTORY-WORK-FILE ASSIGN TO "BMIHWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT OPTIONAL MERGE-LOG ASSIGN TO "PATMERGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATIENT-MASTER.
           COPY PATREC.

       FD  BMI-HISTORY-FILE.
           COPY BMIHIST.

      *> Copie de travail de l'historique : la fusion le recopie
      *> ici tel quel, puis le réécrit en changeant le code des
      *> mesures du doublon.
       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD     PIC X(30).

       FD  MERGE-LOG.
           COPY PATMERGE.

       WORKING-STORAGE SECTION.
       01  WS-PAT-FILE-STATUS  PIC X(2).
      *> "05" = optional PATMAST not found at OPEN I-O; GnuCOBOL
      *> and the mainframe runtime both create it on first write.
           88  WS-PAT-OK                 VALUES "00" "05".

       01  WS-HIST-FILE-STATUS PIC X(2).
      *> "05" = optional BMIHIST not found at OPEN INPUT : aucune
      *> mesure n'a encore été enregistrée.
           88  WS-HIST-OK                VALUES "00" "05".
           88  WS-HIST-EOF               VALUE "10".

       01  WS-WORK-FILE-STATUS PIC X(2).
           88  WS-WORK-OK                VALUE "00".
           88  WS-WORK-EOF               VALUE "10".

       01  WS-MERGE-FILE-STATUS PIC X(2).
      *> "05" = optional PATMERGE not found at OPEN : aucune
      *> fusion encore faite, créé à la première.
           88  WS-MERGE-OK               VALUES "00" "05".
           88  WS-MERGE-EOF              VALUE "10".

       01  WS-CHOICE           PIC X(1).
           88  WS-CHOICE-QUIT            VALUE "5".

       01  WS-PATIENT-ID       PIC X(8).
       01  WS-BIRTH-DATE       PIC 9(8).
       01  WS-SEX              PIC X(1).
           88  WS-SEX-VALID              VALUES "M" "F".

       01  WS-REPLY            PIC X(1).

      *> Fusion d'un doublon : le doublon est retiré, ses mesures
      *> passent sous le patient conservé ; l'annulation fait le
      *> chemin inverse à partir du journal PATMERGE.
       01  WS-DUPLICATE-ID     PIC X(8).
       01  WS-SURVIVOR-ID      PIC X(8).
       01  WS-MERGE-VALID      PIC X(1).
           88  MERGE-VALID               VALUE "O".
       01  WS-HISTORY-COPIED   PIC X(1).
           88  HISTORY-COPIED            VALUE "O".
       01  WS-HISTORY-REWRITTEN PIC X(1).
           88  HISTORY-REWRITTEN         VALUE "O".
       01  WS-REKEY-MODE       PIC X(1).
           88  REKEY-FOR-MERGE           VALUE "F".
           88  REKEY-FOR-UNDO            VALUE "A".
       01  WS-FROM-ID          PIC X(8).
       01  WS-TO-ID            PIC X(8).
       01  WS-MEASURE-COUNT    PIC 9(5).
       01  WS-REKEYED-COUNT    PIC 9(5).
       01  WS-MISSING-COUNT    PIC 9(5).

      *> Entrée PATMERGE en cours : action et horodatage de
      *> l'en-tête, repris sur chaque détail, et nombre de
      *> mesures porté par l'en-tête.
       01  WS-MERGE-ACTION     PIC X(6).
       01  WS-MERGE-DATE       PIC 9(8).
       01  WS-MERGE-TIME       PIC 9(6).
       01  WS-HEADER-COUNT     PIC 9(5).

       01  WS-TIME-NOW         PIC 9(8).
       01  WS-TIME-SPLIT REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMMSS  PIC 9(6).
           05  WS-TIME-CC      PIC 9(2).

      *> Mesures d'une fusion à défaire, chargées de PATMERGE ;
      *> chacune ne rend qu'une mesure de même date et mêmes
      *> valeurs sous le patient conservé.
       01  WS-MERGE-MAX        PIC 9(3) VALUE 500.
       01  WS-UNDO-COUNT       PIC 9(3) VALUE 0.
       01  WS-UNDO-TABLE.
           05  WS-UNDO-ENTRY OCCURS 500 TIMES.
               10  WS-UNDO-MEASURE    PIC X(22).
               10  WS-UNDO-USED       PIC X(1).
       01  WS-UNDO-IDX         PIC 9(3).
       01  WS-UNDO-FOUND       PIC 9(3).
       01  WS-MERGE-FOUND      PIC X(1).
           88  MERGE-FOUND               VALUE "O".
       01  WS-IN-GROUP         PIC X(1).
           88  IN-MERGE-GROUP            VALUE "O".

       01  WS-HIST-IMAGE.
           05  WS-HI-PATIENT-ID    PIC X(8).
           05  WS-HI-MEASURE       PIC X(22).

           COPY OPERSIGN.

      *> Entrée du journal de maintenance : l'image avant est
      *> prise à la lecture, l'image après une fois la mise à
      *> jour faite.
           COPY MAINTJRN.

       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "    GESTION DU FICHIER PATIENTS       ".
           DISPLAY "--------------------------------------".

      *> Déjà signé quand on arrive par le menu ; en lancement
      *> direct l'identification est demandée ici.
           IF NOT OPERATOR-SIGNED-ON
               CALL "OperSignon"
           END-IF.
           IF NOT OPERATOR-SIGNED-ON
               DISPLAY "Accès refusé."
               GOBACK
           END-IF.

           OPEN I-O PATIENT-MASTER.
           IF NOT WS-PAT-OK
               DISPLAY "Impossible d'ouvrir le fichier des"
                   WHEN "2"
                       PERFORM 300-AMEND-PATIENT
                   WHEN "3"
                       PERFORM 400-MERGE-PATIENTS
                   WHEN "4"
                       PERFORM 500-UNDO-MERGE
                   WHEN "5"
                       DISPLAY "Au revoir."
                   WHEN OTHER
                       DISPLAY "Choix invalide."
           DISPLAY " ".
           DISPLAY "1. Créer un patient".
           DISPLAY "2. Modifier un patient".
           DISPLAY "3. Fusionner un doublon".
           DISPLAY "4. Annuler une fusion".
           DISPLAY "5. Quitter".
           DISPLAY "Votre choix :".

       200-CREATE-PATIENT.
                           DISPLAY "patient : " WS-PAT-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "Patient " WS-PATIENT-ID " créé."
                           MOVE SPACES TO MJ-BEFORE-IMAGE
                           MOVE "CREATION" TO MJ-ACTION
                           PERFORM 800-JOURNAL-PATIENT
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Ce patient existe déjà : " PAT-NAME
               INVALID KEY
                   DISPLAY "Patient " WS-PATIENT-ID " inconnu."
               NOT INVALID KEY
                   PERFORM 310-AMEND-ACTIVE-PATIENT
           END-READ.

      *> Une fiche retirée par fusion ne se modifie plus : c'est
      *> le patient conservé qu'il faut mettre à jour.
       310-AMEND-ACTIVE-PATIENT.
           IF PAT-MERGED
               DISPLAY "Patient " WS-PATIENT-ID " fusionné avec "
                   PAT-MERGED-INTO " : modifier ce dernier."
           ELSE
               DISPLAY "Nom actuel       : " PAT-NAME
               DISPLAY "Naissance        : " PAT-BIRTH-DATE
               DISPLAY "Sexe             : " PAT-SEX
               MOVE PATIENT-RECORD TO MJ-BEFORE-IMAGE
               PERFORM 210-ACCEPT-PATIENT-FIELDS
               REWRITE PATIENT-RECORD
                   INVALID KEY
                       DISPLAY "Erreur de mise à jour du"
                       DISPLAY "patient : " WS-PAT-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Patient " WS-PATIENT-ID
                           " mis à jour."
                       MOVE "MODIFICATION" TO MJ-ACTION
                       PERFORM 800-JOURNAL-PATIENT
               END-REWRITE
           END-IF.

      *> Fusion d'un doublon : toutes les mesures BMIHIST du
      *> doublon passent sous le patient conservé, le doublon est
      *> retiré en pointant sur lui. Chaque mesure changée est
      *> notée au journal PATMERGE, ce qui permet l'audit et
      *> l'annulation. Réservée aux superviseurs.
       400-MERGE-PATIENTS.
           IF NOT SIGNON-IS-SUPERVISOR
               DISPLAY "La fusion de patients est réservée aux"
               DISPLAY "superviseurs."
           ELSE
               PERFORM 410-IDENTIFY-MERGE-PAIR
               IF MERGE-VALID
                   PERFORM 420-CONFIRM-AND-MERGE
               END-IF
           END-IF.

       410-IDENTIFY-MERGE-PAIR.
           MOVE "N" TO WS-MERGE-VALID.
           DISPLAY "Identifiant du doublon à retirer :".
           ACCEPT WS-DUPLICATE-ID.
           DISPLAY "Identifiant du patient conservé :".
           ACCEPT WS-SURVIVOR-ID.
           IF WS-DUPLICATE-ID = WS-SURVIVOR-ID
               DISPLAY "Les deux identifiants sont identiques."
           ELSE
               MOVE WS-SURVIVOR-ID TO PAT-ID
               READ PATIENT-MASTER
                   KEY IS PAT-ID
                   INVALID KEY
                       DISPLAY "Patient " WS-SURVIVOR-ID " inconnu."
                   NOT INVALID KEY
                       PERFORM 412-SHOW-SURVIVOR
               END-READ
           END-IF.

       412-SHOW-SURVIVOR.
           IF PAT-MERGED
               DISPLAY "Patient " WS-SURVIVOR-ID
                   " déjà fusionné avec " PAT-MERGED-INTO "."
           ELSE
               DISPLAY "Conservé : " PAT-NAME
               DISPLAY "           né(e) le " PAT-BIRTH-DATE
                   ", sexe " PAT-SEX
               MOVE WS-DUPLICATE-ID TO PAT-ID
               READ PATIENT-MASTER
                   KEY IS PAT-ID
                   INVALID KEY
                       DISPLAY "Patient " WS-DUPLICATE-ID " inconnu."
                   NOT INVALID KEY
                       PERFORM 414-SHOW-DUPLICATE
               END-READ
           END-IF.

      *> La fiche du doublon reste dans la zone d'enregistrement
      *> pour le retrait.
       414-SHOW-DUPLICATE.
           IF PAT-MERGED
               DISPLAY "Patient " WS-DUPLICATE-ID
                   " déjà fusionné avec " PAT-MERGED-INTO "."
           ELSE
               DISPLAY "Doublon  : " PAT-NAME
               DISPLAY "           né(e) le " PAT-BIRTH-DATE
                   ", sexe " PAT-SEX
               SET MERGE-VALID TO TRUE
           END-IF.

      *> L'historique est d'abord recopié tel quel ; le journal
      *> doit être ouvert avant qu'une mesure ne change de code.
       420-CONFIRM-AND-MERGE.
           DISPLAY "Les mesures de " WS-DUPLICATE-ID
               " passeront sous " WS-SURVIVOR-ID ".".
           DISPLAY "Confirmer la fusion ? (O/N)".
           ACCEPT WS-REPLY.
           IF WS-REPLY NOT = "O" AND WS-REPLY NOT = "o"
               DISPLAY "Abandon."
           ELSE
               MOVE PATIENT-RECORD TO MJ-BEFORE-IMAGE
               SET REKEY-FOR-MERGE TO TRUE
               MOVE WS-DUPLICATE-ID TO WS-FROM-ID
               MOVE WS-SURVIVOR-ID  TO WS-TO-ID
               PERFORM 600-COPY-HISTORY-TO-WORK
               IF NOT HISTORY-COPIED
                   DISPLAY "Fusion abandonnée."
               ELSE IF WS-MEASURE-COUNT > WS-MERGE-MAX
                   DISPLAY "Plus de " WS-MERGE-MAX " mesures pour ce"
                   DISPLAY "doublon : fusion abandonnée, à faire"
                   DISPLAY "traiter par l'exploitation."
               ELSE
                   OPEN EXTEND MERGE-LOG
                   IF NOT WS-MERGE-OK
                       DISPLAY "Impossible d'ouvrir le journal des"
                       DISPLAY "fusions : " WS-MERGE-FILE-STATUS
                       DISPLAY "Fusion abandonnée."
                   ELSE
                       MOVE "FUSION" TO WS-MERGE-ACTION
                       MOVE WS-MEASURE-COUNT TO WS-HEADER-COUNT
                       PERFORM 610-REKEY-HISTORY
                       CLOSE MERGE-LOG
                       IF HISTORY-REWRITTEN
                           PERFORM 430-RETIRE-DUPLICATE
                       ELSE
                           DISPLAY "Fusion abandonnée."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       430-RETIRE-DUPLICATE.
           SET PAT-MERGED TO TRUE.
           MOVE WS-SURVIVOR-ID TO PAT-MERGED-INTO.
           REWRITE PATIENT-RECORD
               INVALID KEY
                   DISPLAY "Erreur de mise à jour du"
                   DISPLAY "patient : " WS-PAT-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Patient " WS-DUPLICATE-ID
                       " retiré, " WS-REKEYED-COUNT
                       " mesure(s) passée(s) sous " WS-SURVIVOR-ID "."
                   MOVE "FUSION" TO MJ-ACTION
                   PERFORM 800-JOURNAL-PATIENT
           END-REWRITE.

      *> Annulation d'une fusion : la dernière fusion du doublon
      *> vers son patient conservé est relue dans PATMERGE, et
      *> chacune de ses mesures est rendue au doublon, qui
      *> redevient actif. Réservée aux superviseurs.
       500-UNDO-MERGE.
           IF NOT SIGNON-IS-SUPERVISOR
               DISPLAY "L'annulation d'une fusion est réservée"
               DISPLAY "aux superviseurs."
           ELSE
               DISPLAY "Identifiant du doublon à rétablir :"
               ACCEPT WS-DUPLICATE-ID
               MOVE WS-DUPLICATE-ID TO PAT-ID
               READ PATIENT-MASTER
                   KEY IS PAT-ID
                   INVALID KEY
                       DISPLAY "Patient " WS-DUPLICATE-ID " inconnu."
                   NOT INVALID KEY
                       PERFORM 510-CHECK-MERGED-PATIENT
               END-READ
           END-IF.

       510-CHECK-MERGED-PATIENT.
           IF NOT PAT-MERGED
               DISPLAY "Patient " WS-DUPLICATE-ID
                   " non fusionné : rien à annuler."
           ELSE
               MOVE PAT-MERGED-INTO TO WS-SURVIVOR-ID
               PERFORM 520-LOAD-MERGE-DETAILS
               IF NOT MERGE-FOUND
                   DISPLAY "Fusion de " WS-DUPLICATE-ID " vers "
                       WS-SURVIVOR-ID " introuvable au journal"
                   DISPLAY "PATMERGE : annulation impossible."
               ELSE
                   PERFORM 530-CONFIRM-AND-UNDO
               END-IF
           END-IF.

      *> Seul compte le dernier en-tête du couple : une fusion
      *> suivie d'une annulation n'est plus à défaire.
       520-LOAD-MERGE-DETAILS.
           MOVE "N" TO WS-MERGE-FOUND.
           MOVE "N" TO WS-IN-GROUP.
           MOVE 0 TO WS-UNDO-COUNT.
           OPEN INPUT MERGE-LOG.
           IF NOT WS-MERGE-OK
               DISPLAY "Impossible d'ouvrir le journal des"
               DISPLAY "fusions : " WS-MERGE-FILE-STATUS
           ELSE
               READ MERGE-LOG
                   AT END SET WS-MERGE-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-MERGE-EOF
                   PERFORM 525-SCAN-MERGE-ENTRY
                   READ MERGE-LOG
                       AT END SET WS-MERGE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MERGE-LOG
           END-IF.

       525-SCAN-MERGE-ENTRY.
           IF PM-IS-HEADER
               MOVE "N" TO WS-IN-GROUP
               IF PM-DUPLICATE-ID = WS-DUPLICATE-ID
                  AND PM-SURVIVOR-ID = WS-SURVIVOR-ID
                   IF PM-IS-MERGE
                       SET MERGE-FOUND TO TRUE
                       SET IN-MERGE-GROUP TO TRUE
                       MOVE 0 TO WS-UNDO-COUNT
                   ELSE
                       MOVE "N" TO WS-MERGE-FOUND
                   END-IF
               END-IF
           ELSE IF IN-MERGE-GROUP
                   AND WS-UNDO-COUNT < WS-MERGE-MAX
               ADD 1 TO WS-UNDO-COUNT
               MOVE PM-HISTORY-IMAGE TO WS-HIST-IMAGE
               MOVE WS-HI-MEASURE TO WS-UNDO-MEASURE (WS-UNDO-COUNT)
               MOVE "N" TO WS-UNDO-USED (WS-UNDO-COUNT)
           END-IF.

       530-CONFIRM-AND-UNDO.
           DISPLAY WS-UNDO-COUNT " mesure(s) seront rendues de "
               WS-SURVIVOR-ID " à " WS-DUPLICATE-ID ".".
           DISPLAY "Confirmer l'annulation ? (O/N)".
           ACCEPT WS-REPLY.
           IF WS-REPLY NOT = "O" AND WS-REPLY NOT = "o"
               DISPLAY "Abandon."
           ELSE
               MOVE PATIENT-RECORD TO MJ-BEFORE-IMAGE
               SET REKEY-FOR-UNDO TO TRUE
               MOVE WS-SURVIVOR-ID  TO WS-FROM-ID
               MOVE WS-DUPLICATE-ID TO WS-TO-ID
               PERFORM 600-COPY-HISTORY-TO-WORK
               IF NOT HISTORY-COPIED
                   DISPLAY "Annulation abandonnée."
               ELSE
                   OPEN EXTEND MERGE-LOG
                   IF NOT WS-MERGE-OK
                       DISPLAY "Impossible d'ouvrir le journal des"
                       DISPLAY "fusions : " WS-MERGE-FILE-STATUS
                       DISPLAY "Annulation abandonnée."
                   ELSE
                       MOVE "ANNUL" TO WS-MERGE-ACTION
                       MOVE WS-UNDO-COUNT TO WS-HEADER-COUNT
                       PERFORM 610-REKEY-HISTORY
                       CLOSE MERGE-LOG
                       IF HISTORY-REWRITTEN
                           PERFORM 540-REINSTATE-DUPLICATE
                       ELSE
                           DISPLAY "Annulation abandonnée."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Une mesure corrigée ou supprimée depuis la fusion ne se
      *> retrouve plus : elle reste sous le patient conservé et
      *> est signalée.
       540-REINSTATE-DUPLICATE.
           IF WS-REKEYED-COUNT < WS-UNDO-COUNT
               COMPUTE WS-MISSING-COUNT =
                   WS-UNDO-COUNT - WS-REKEYED-COUNT
               DISPLAY WS-MISSING-COUNT " mesure(s) de la fusion"
                   " introuvable(s) sous " WS-SURVIVOR-ID
               DISPLAY "et laissée(s) en place."
           END-IF.
           SET PAT-ACTIVE TO TRUE.
           MOVE SPACES TO PAT-MERGED-INTO.
           REWRITE PATIENT-RECORD
               INVALID KEY
                   DISPLAY "Erreur de mise à jour du"
                   DISPLAY "patient : " WS-PAT-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "Patient " WS-DUPLICATE-ID
                       " rétabli, " WS-REKEYED-COUNT
                       " mesure(s) rendue(s)."
                   MOVE "DEFUSION" TO MJ-ACTION
                   PERFORM 800-JOURNAL-PATIENT
           END-REWRITE.

      *> Premier passage : BMIHIST recopié tel quel dans BMIHWORK,
      *> en comptant les mesures du code à changer. BMIHIST
      *> n'est pas touché si la copie échoue.
       600-COPY-HISTORY-TO-WORK.
           MOVE "N" TO WS-HISTORY-COPIED.
           MOVE 0 TO WS-MEASURE-COUNT.
           OPEN INPUT BMI-HISTORY-FILE.
           IF NOT WS-HIST-OK
               DISPLAY "Impossible d'ouvrir l'historique IMC : "
                   WS-HIST-FILE-STATUS
           ELSE
               OPEN OUTPUT HISTORY-WORK-FILE
               IF NOT WS-WORK-OK
                   DISPLAY "Impossible d'ouvrir la copie de travail"
                   DISPLAY "de l'historique : " WS-WORK-FILE-STATUS
                   CLOSE BMI-HISTORY-FILE
               ELSE
                   READ BMI-HISTORY-FILE
                       AT END SET WS-HIST-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL WS-HIST-EOF
                       IF HIST-PATIENT-ID = WS-FROM-ID
                           ADD 1 TO WS-MEASURE-COUNT
                       END-IF
                       WRITE HISTORY-WORK-RECORD
                           FROM BMI-HISTORY-RECORD
                       READ BMI-HISTORY-FILE
                           AT END SET WS-HIST-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE BMI-HISTORY-FILE
                   CLOSE HISTORY-WORK-FILE
                   SET HISTORY-COPIED TO TRUE
               END-IF
           END-IF.

      *> Second passage : BMIHIST réécrit depuis la copie, les
      *> mesures concernées changeant de code ; chacune est notée
      *> au journal avec son image d'avant. L'en-tête PATMERGE
      *> n'est écrit qu'une fois BMIHIST ouvert en réécriture, et
      *> le patient n'est retiré ou rétabli que si BMIHIST a été
      *> réécrit jusqu'au bout.
       610-REKEY-HISTORY.
           MOVE 0 TO WS-REKEYED-COUNT.
           MOVE "N" TO WS-HISTORY-REWRITTEN.
           OPEN INPUT HISTORY-WORK-FILE.
           IF NOT WS-WORK-OK
               DISPLAY "Impossible de relire la copie de travail"
               DISPLAY "de l'historique : " WS-WORK-FILE-STATUS
               DISPLAY "BMIHIST n'a pas été modifié."
           ELSE
               PERFORM 615-REWRITE-HISTORY
               CLOSE HISTORY-WORK-FILE
           END-IF.

       615-REWRITE-HISTORY.
           OPEN OUTPUT BMI-HISTORY-FILE.
           IF NOT WS-HIST-OK
               DISPLAY "Impossible de réécrire l'historique : "
                   WS-HIST-FILE-STATUS
               DISPLAY "Restaurer BMIHIST depuis BMIHWORK."
           ELSE
               PERFORM 710-WRITE-MERGE-HEADER
               READ HISTORY-WORK-FILE
                   AT END SET WS-WORK-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-WORK-EOF OR NOT WS-HIST-OK
                   MOVE HISTORY-WORK-RECORD TO BMI-HISTORY-RECORD
                   IF HIST-PATIENT-ID = WS-FROM-ID
                       PERFORM 620-REKEY-ONE-MEASURE
                   END-IF
                   WRITE BMI-HISTORY-RECORD
                   IF WS-HIST-OK
                       READ HISTORY-WORK-FILE
                           AT END SET WS-WORK-EOF TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               IF NOT WS-HIST-OK
                   DISPLAY "Erreur d'écriture de l'historique : "
                       WS-HIST-FILE-STATUS
                   DISPLAY "Restaurer BMIHIST depuis BMIHWORK."
                   CLOSE BMI-HISTORY-FILE
               ELSE
                   CLOSE BMI-HISTORY-FILE
                   IF WS-HIST-OK
                       SET HISTORY-REWRITTEN TO TRUE
                   ELSE
                       DISPLAY "Erreur de fermeture de l'historique : "
                           WS-HIST-FILE-STATUS
                       DISPLAY "Restaurer BMIHIST depuis BMIHWORK."
                   END-IF
               END-IF
           END-IF.

      *> En fusion toutes les mesures du doublon changent de code ;
      *> en annulation seulement celles que la fusion avait
      *> déplacées, chacune une seule fois.
       620-REKEY-ONE-MEASURE.
           IF REKEY-FOR-MERGE
               PERFORM 720-WRITE-MERGE-DETAIL
               MOVE WS-TO-ID TO HIST-PATIENT-ID
               ADD 1 TO WS-REKEYED-COUNT
           ELSE
               MOVE BMI-HISTORY-RECORD TO WS-HIST-IMAGE
               PERFORM 630-FIND-UNDO-MEASURE
               IF WS-UNDO-FOUND NOT = 0
                   MOVE "O" TO WS-UNDO-USED (WS-UNDO-FOUND)
                   PERFORM 720-WRITE-MERGE-DETAIL
                   MOVE WS-TO-ID TO HIST-PATIENT-ID
                   ADD 1 TO WS-REKEYED-COUNT
               END-IF
           END-IF.

       630-FIND-UNDO-MEASURE.
           MOVE 0 TO WS-UNDO-FOUND.
           MOVE 0 TO WS-UNDO-IDX.
           PERFORM 635-CHECK-ONE-MEASURE
               UNTIL WS-UNDO-IDX = WS-UNDO-COUNT
                  OR WS-UNDO-FOUND NOT = 0.

       635-CHECK-ONE-MEASURE.
           ADD 1 TO WS-UNDO-IDX.
           IF WS-UNDO-USED (WS-UNDO-IDX) = "N"
              AND WS-UNDO-MEASURE (WS-UNDO-IDX) = WS-HI-MEASURE
               MOVE WS-UNDO-IDX TO WS-UNDO-FOUND
           END-IF.

       710-WRITE-MERGE-HEADER.
           ACCEPT WS-MERGE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-MERGE-TIME.
           MOVE SPACES TO PATIENT-MERGE-RECORD.
           SET PM-IS-HEADER TO TRUE.
           PERFORM 730-FILL-MERGE-ENTRY.
           MOVE WS-HEADER-COUNT TO PM-MEASURE-COUNT.
           WRITE PATIENT-MERGE-RECORD.

       720-WRITE-MERGE-DETAIL.
           MOVE SPACES TO PATIENT-MERGE-RECORD.
           SET PM-IS-DETAIL TO TRUE.
           PERFORM 730-FILL-MERGE-ENTRY.
           MOVE 0 TO PM-MEASURE-COUNT.
           MOVE BMI-HISTORY-RECORD TO PM-HISTORY-IMAGE.
           WRITE PATIENT-MERGE-RECORD.

       730-FILL-MERGE-ENTRY.
           MOVE WS-MERGE-DATE   TO PM-DATE.
           MOVE WS-MERGE-TIME   TO PM-TIME.
           MOVE SIGNON-OPER-ID  TO PM-OPERATOR-ID.
           MOVE WS-MERGE-ACTION TO PM-ACTION.
           MOVE WS-DUPLICATE-ID TO PM-DUPLICATE-ID.
           MOVE WS-SURVIVOR-ID  TO PM-SURVIVOR-ID.

      *> Journalisation d'une mise à jour patient ; l'appelant a
      *> posé la nature et l'image avant.
       800-JOURNAL-PATIENT.
           MOVE "PATMAST"      TO MJ-FILE-ID.
           MOVE PAT-ID         TO MJ-RECORD-KEY.
           MOVE "N"            TO MJ-SENSITIVE.
           MOVE PATIENT-RECORD TO MJ-AFTER-IMAGE.
           CALL "MaintJournalWrite" USING MAINT-JOURNAL-RECORD.
