                   MOVE "N" TO WS-RECORD-VALID
                   MOVE "Patient inconnu au fichier"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 093-CHECK-PATIENT-ACTIVE
           END-READ.

      *> Un doublon retiré par fusion ne reçoit plus de mesures :
      *> la fiche est rejetée en nommant le patient conservé,
      *> sous lequel la mesure doit être ressaisie.
       093-CHECK-PATIENT-ACTIVE.
           IF PAT-MERGED
               MOVE "N" TO WS-RECORD-VALID
               STRING "Fusionné avec " PAT-MERGED-INTO
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

       095-REJECT-PATIENT.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "Fiche " BMI-PATIENT-ID " en anomalie : "
