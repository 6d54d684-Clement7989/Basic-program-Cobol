
       01  WS-EXTRACT-DATE       PIC 9(8).

      *> Plan de comptes de l'interface.
           COPY GLACCTS.

       01  WS-DAY-TOTALS.
           05  WS-TOT-DEPOT          PIC 9(12)V99 VALUE 0.
           05  WS-CNT-VIR-DEBIT      PIC 9(6) VALUE 0.
           05  WS-TOT-VIR-CREDIT     PIC 9(12)V99 VALUE 0.
           05  WS-CNT-VIR-CREDIT     PIC 9(6) VALUE 0.
           05  WS-TOT-PRET-DEBLOC    PIC 9(12)V99 VALUE 0.
           05  WS-CNT-PRET-DEBLOC    PIC 9(6) VALUE 0.
           05  WS-TOT-PRET-VERSE     PIC 9(12)V99 VALUE 0.
           05  WS-CNT-PRET-VERSE     PIC 9(6) VALUE 0.
           05  WS-TOT-ECHEANCE       PIC 9(12)V99 VALUE 0.
           05  WS-CNT-ECHEANCE       PIC 9(6) VALUE 0.
           05  WS-TOT-CAPITAL        PIC 9(12)V99 VALUE 0.
           05  WS-CNT-CAPITAL        PIC 9(6) VALUE 0.
           05  WS-TOT-INT-PRET       PIC 9(12)V99 VALUE 0.
           05  WS-CNT-INT-PRET       PIC 9(6) VALUE 0.
           05  WS-TOT-VIREXT         PIC 9(12)V99 VALUE 0.
           05  WS-CNT-VIREXT         PIC 9(6) VALUE 0.
           05  WS-TOT-RETOUR-EXT     PIC 9(12)V99 VALUE 0.
           05  WS-CNT-RETOUR-EXT     PIC 9(6) VALUE 0.

      *> Contre-passations du jour, par type d'écriture d'origine :
      *> chacune est passée en écriture inverse de son type. Les
      *> contre-passations de virements restent des mouvements
      *> internes et se cumulent avec les virements ci-dessus.
       01  WS-REVERSAL-TOTALS.
           05  WS-TOT-CP-DEPOT       PIC 9(12)V99 VALUE 0.
           05  WS-CNT-CP-DEPOT       PIC 9(6) VALUE 0.
           05  WS-TOT-CP-RETRAIT     PIC 9(12)V99 VALUE 0.
           05  WS-CNT-CP-RETRAIT     PIC 9(6) VALUE 0.
           05  WS-TOT-CP-INTERET     PIC 9(12)V99 VALUE 0.
           05  WS-CNT-CP-INTERET     PIC 9(6) VALUE 0.
           05  WS-TOT-CP-AGIOS       PIC 9(12)V99 VALUE 0.
           05  WS-CNT-CP-AGIOS       PIC 9(6) VALUE 0.
           05  WS-TOT-CP-FRAIS       PIC 9(12)V99 VALUE 0.
           05  WS-CNT-CP-FRAIS       PIC 9(6) VALUE 0.
           05  WS-CNT-CP-ALL         PIC 9(6) VALUE 0.

       01  WS-TOTAL-DEBITS       PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDITS      PIC 9(13)V99 VALUE 0.
       01  WS-ENTRIES-WRITTEN    PIC 9(6) VALUE 0.

      *> Entrées de début et de fin d'étape au journal
      *> d'exploitation.
           COPY OPSLOG.

       01  WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT         PIC ZZZ,ZZ9.

           DISPLAY "--------------------------------------".
           DISPLAY "   EXTRACTION COMPTABLE QUOTIDIENNE   ".
           DISPLAY "--------------------------------------".
           MOVE "D" TO OL-ENTRY-TYPE.
           MOVE "GLEXTRACT" TO OL-PROGRAM.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           DISPLAY "Date à extraire (AAAAMMJJ) :".
           ACCEPT WS-EXTRACT-DATE.

           END-READ.
           PERFORM UNTIL WS-LOG-EOF
               IF TRAN-DATE = WS-EXTRACT-DATE AND TRAN-ACCEPTED
                   IF TRAN-IS-REVERSAL AND TRAN-TYPE NOT = "virement"
                       PERFORM 110-ACCUMULATE-REVERSAL
                   ELSE
                       PERFORM 100-ACCUMULATE-RECORD
                   END-IF
               END-IF
               READ TRANSACTION-LOG
                   AT END SET WS-LOG-EOF TO TRUE
           ELSE
               DISPLAY "Extraction équilibrée."
           END-IF.

      *>   Débits en entrée, crédits en sortie : les deux montants
      *>   doivent être égaux.
           MOVE "F" TO OL-ENTRY-TYPE.
           MOVE RETURN-CODE        TO OL-RETURN-CODE.
           MOVE WS-ENTRIES-WRITTEN TO OL-COUNT-OUT.
           MOVE WS-TOTAL-DEBITS    TO OL-AMOUNT-IN.
           MOVE WS-TOTAL-CREDITS   TO OL-AMOUNT-OUT.
           CALL "OpsLogWrite" USING OPS-LOG-RECORD.
           GOBACK.

       010-OPEN-FILES.
                       ADD TRAN-AMOUNT TO WS-TOT-VIR-CREDIT
                       ADD 1 TO WS-CNT-VIR-CREDIT
                   END-IF
               WHEN "prêt"
      *>           Déblocage : la jambe du compte de prêt (solde qui
      *>           diminue) et la jambe du compte chèques crédité.
                   IF TRAN-BALANCE-AFTER < TRAN-BALANCE-BEFORE
                       ADD TRAN-AMOUNT TO WS-TOT-PRET-DEBLOC
                       ADD 1 TO WS-CNT-PRET-DEBLOC
                   ELSE
                       ADD TRAN-AMOUNT TO WS-TOT-PRET-VERSE
                       ADD 1 TO WS-CNT-PRET-VERSE
                   END-IF
               WHEN "échéance"
                   ADD TRAN-AMOUNT TO WS-TOT-ECHEANCE
                   ADD 1 TO WS-CNT-ECHEANCE
               WHEN "capital"
                   ADD TRAN-AMOUNT TO WS-TOT-CAPITAL
                   ADD 1 TO WS-CNT-CAPITAL
               WHEN "int. prêt"
                   ADD TRAN-AMOUNT TO WS-TOT-INT-PRET
                   ADD 1 TO WS-CNT-INT-PRET
               WHEN "vir. ext."
                   ADD TRAN-AMOUNT TO WS-TOT-VIREXT
                   ADD 1 TO WS-CNT-VIREXT
               WHEN "retour ext"
                   ADD TRAN-AMOUNT TO WS-TOT-RETOUR-EXT
                   ADD 1 TO WS-CNT-RETOUR-EXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       110-ACCUMULATE-REVERSAL.
           ADD 1 TO WS-CNT-CP-ALL.
           EVALUATE TRAN-TYPE
               WHEN "dépôt"
                   ADD TRAN-AMOUNT TO WS-TOT-CP-DEPOT
                   ADD 1 TO WS-CNT-CP-DEPOT
               WHEN "retrait"
                   ADD TRAN-AMOUNT TO WS-TOT-CP-RETRAIT
                   ADD 1 TO WS-CNT-CP-RETRAIT
               WHEN "intérêt"
                   ADD TRAN-AMOUNT TO WS-TOT-CP-INTERET
                   ADD 1 TO WS-CNT-CP-INTERET
               WHEN "agios"
                   ADD TRAN-AMOUNT TO WS-TOT-CP-AGIOS
                   ADD 1 TO WS-CNT-CP-AGIOS
               WHEN "frais"
                   ADD TRAN-AMOUNT TO WS-TOT-CP-FRAIS
                   ADD 1 TO WS-CNT-CP-FRAIS
               WHEN OTHER
                   SUBTRACT 1 FROM WS-CNT-CP-ALL
           END-EVALUATE.

       200-WRITE-JOURNAL-ENTRIES.
           IF WS-TOT-DEPOT > 0
               PERFORM 210-WRITE-DEPOT-ENTRIES
           IF WS-TOT-VIR-DEBIT > 0 OR WS-TOT-VIR-CREDIT > 0
               PERFORM 250-WRITE-VIREMENT-ENTRIES
           END-IF.
           IF WS-TOT-PRET-DEBLOC > 0 OR WS-TOT-PRET-VERSE > 0
               PERFORM 255-WRITE-PRET-ENTRIES
           END-IF.
           IF WS-TOT-ECHEANCE > 0
               PERFORM 257-WRITE-ECHEANCE-ENTRIES
           END-IF.
           IF WS-TOT-VIREXT > 0
               PERFORM 258-WRITE-VIREXT-ENTRIES
           END-IF.
           IF WS-TOT-RETOUR-EXT > 0
               PERFORM 259-WRITE-RETOUR-EXT-ENTRIES
           END-IF.
           IF WS-TOT-CP-DEPOT > 0
               PERFORM 260-WRITE-CP-DEPOT-ENTRIES
           END-IF.
           IF WS-TOT-CP-RETRAIT > 0
               PERFORM 265-WRITE-CP-RETRAIT-ENTRIES
           END-IF.
           IF WS-TOT-CP-INTERET > 0
               PERFORM 270-WRITE-CP-INTERET-ENTRIES
           END-IF.
           IF WS-TOT-CP-AGIOS > 0
               PERFORM 275-WRITE-CP-AGIOS-ENTRIES
           END-IF.
           IF WS-TOT-CP-FRAIS > 0
               PERFORM 280-WRITE-CP-FRAIS-ENTRIES
           END-IF.

       210-WRITE-DEPOT-ENTRIES.
           MOVE WS-GL-CAISSE TO GL-ACCOUNT-CODE.
           MOVE WS-CNT-VIR-CREDIT TO GL-SOURCE-COUNT.
           PERFORM 290-WRITE-ONE-ENTRY.

      *> Déblocage des prêts : l'encours de prêts augmente, le
      *> capital est porté au crédit des dépôts de l'emprunteur.
       255-WRITE-PRET-ENTRIES.
           MOVE WS-GL-PRETS TO GL-ACCOUNT-CODE.
           MOVE "D" TO GL-DEBIT-CREDIT.
           MOVE WS-TOT-PRET-DEBLOC TO GL-AMOUNT.
           MOVE "DEBLOCAGE DE PRETS" TO GL-DESCRIPTION.
           MOVE WS-CNT-PRET-DEBLOC TO GL-SOURCE-COUNT.
           PERFORM 290-WRITE-ONE-ENTRY.
           MOVE WS-GL-DEPOTS TO GL-ACCOUNT-CODE.
           MOVE "C" TO GL-DEBIT-CREDIT.
           MOVE WS-TOT-PRET-VERSE TO GL-AMOUNT.
           MOVE WS-CNT-PRET-VERSE TO GL-SOURCE-COUNT.
           PERFORM 290-WRITE-ONE-ENTRY.

      *> Echéances prélevées : débit des dépôts pour le total,
      *> crédit de l'encours de prêts pour le capital remboursé et
      *> des produits pour les intérêts.
       257-WRITE-ECHEANCE-ENTRIES.
           MOVE WS-GL-DEPOTS TO GL-ACCOUNT-CODE.
           MOVE "D" TO GL-DEBIT-CREDIT.
           MOVE WS-TOT-ECHEANCE TO GL-AMOUNT.
           MOVE "ECHEANCES DE PRETS" TO GL-DESCRIPTION.
           MOVE WS-CNT-ECHEANCE TO GL-SOURCE-COUNT.
           PERFORM 290-WRITE-ONE-ENTRY.
           IF WS-TOT-CAPITAL > 0
               MOVE WS-GL-PRETS TO GL-ACCOUNT-CODE
               MOVE "C" TO GL-DEBIT-CREDIT
               MOVE WS-TOT-CAPITAL TO GL-AMOUNT
               MOVE "CAPITAL REMBOURSE" TO GL-DESCRIPTION
               MOVE WS-CNT-CAPITAL TO GL-SOURCE-COUNT
               PERFORM 290-WRITE-ONE-ENTRY
           END-IF.
           IF WS-TOT-INT-PRET > 0
               MOVE WS-GL-PRODUITS-PRETS TO GL-ACCOUNT-CODE
               MOVE "C" TO GL-DEBIT-CREDIT
               MOVE WS-TOT-INT-PRET TO GL-AMOUNT
               MOVE "INTERETS SUR PRETS" TO GL-DESCRIPTION
               MOVE WS-CNT-INT-PRET TO GL-SOURCE-COUNT
               PERFORM 290-WRITE-ONE-ENTRY
           END-IF.

      *> Virements externes émis : les dépôts du client sont
      *> débités, le montant reste au suspens jusqu'au règlement
      *> de la chambre de compensation.
       258-WRITE-VIREXT-ENTRIES.
           MOVE WS-GL-DEPOTS TO GL-ACCOUNT-CODE.
           MOVE "D" TO GL-DEBIT-CREDIT.
           MOVE WS-TOT-VIREXT TO GL-AMOUNT.
           MOVE "VIREMENTS EXTERNES EMIS" TO GL-DESCRIPTION.
           MOVE WS-CNT-VIREXT TO GL-SOURCE-COUNT.
           PERFORM 290-WRITE-ONE-ENTRY.
           MOVE WS-GL-SUSPENS-VIREXT TO GL-ACCOUNT-CODE.
           MOVE "C" TO GL-DEBIT-CREDIT.
           PERFORM 290-WRITE-ONE-ENTRY.

      *> Rejets de la compensation : le suspens est soldé et le
      *> client recrédité.
       259-WRITE-RETOUR-EXT-ENTRIES.
           MOVE WS-GL-SUSPENS-VIREXT TO GL-ACCOUNT-CODE.
           MOVE "D" TO GL-DEBIT-CREDIT.
           MOVE WS-TOT-RETOUR-EXT TO GL-AMOUNT.
           MOVE "REJETS VIREMENTS EXTERNES" TO GL-DESCRIPTION.
           MOVE WS-CNT-RETOUR-EXT TO GL-SOURCE-COUNT.
           PERFORM 290-WRITE-ONE-ENTRY.
           MOVE WS-GL-DEPOTS TO GL-ACCOUNT-CODE.
           MOVE "C" TO GL-DEBIT-CREDIT.
           PERFORM 290-WRITE-ONE-ENTRY.

      *> Contre-passations : l'écriture de leur type d'origine,
      *> sens débit et crédit inversés.
       260-WRITE-CP-DEPOT-ENTRIES.
           MOVE WS-GL-DEPOTS TO GL-ACCOUNT-CODE.
           MOVE "D" TO GL-DEBIT-CREDIT.
           MOVE WS-TOT-CP-DEPOT TO GL-AMOUNT.
           MOVE "CONTREPASS. DEPOTS" TO GL-DESCRIPTION.
           MOVE WS-CNT-CP-DEPOT TO GL-SOURCE-COUNT.
           PERFORM 290-WRITE-ONE-ENTRY.
           MOVE WS-GL-CAISSE TO GL-ACCOUNT-CODE.
           MOVE "C" TO GL-DEBIT-CREDIT.
           PERFORM 290-WRITE-ONE-ENTRY.

       265-WRITE-CP-RETRAIT-ENTRIES.
           MOVE WS-GL-CAISSE TO GL-ACCOUNT-CODE.
           MOVE "D" TO GL-DEBIT-CREDIT.
           MOVE WS-TOT-CP-RETRAIT TO GL-AMOUNT.
           MOVE "CONTREPASS. RETRAITS" TO GL-DESCRIPTION.
           MOVE WS-CNT-CP-RETRAIT TO GL-SOURCE-COUNT.
           PERFORM 290-WRITE-ONE-ENTRY.
           MOVE WS-GL-DEPOTS TO GL-ACCOUNT-CODE.
           MOVE "C" TO GL-DEBIT-CREDIT.
           PERFORM 290-WRITE-ONE-ENTRY.

       270-WRITE-CP-INTERET-ENTRIES.
           MOVE WS-GL-DEPOTS TO GL-ACCOUNT-CODE.
           MOVE "D" TO GL-DEBIT-CREDIT.
           MOVE WS-TOT-CP-INTERET TO GL-AMOUNT.
           MOVE "CONTREPASS. INTERETS" TO GL-DESCRIPTION.
           MOVE WS-CNT-CP-INTERET TO GL-SOURCE-COUNT.
           PERFORM 290-WRITE-ONE-ENTRY.
           MOVE WS-GL-CHARGES-INTERET TO GL-ACCOUNT-CODE.
           MOVE "C" TO GL-DEBIT-CREDIT.
           PERFORM 290-WRITE-ONE-ENTRY.

       275-WRITE-CP-AGIOS-ENTRIES.
           MOVE WS-GL-PRODUITS-AGIOS TO GL-ACCOUNT-CODE.
           MOVE "D" TO GL-DEBIT-CREDIT.
           MOVE WS-TOT-CP-AGIOS TO GL-AMOUNT.
           MOVE "CONTREPASS. AGIOS" TO GL-DESCRIPTION.
           MOVE WS-CNT-CP-AGIOS TO GL-SOURCE-COUNT.
           PERFORM 290-WRITE-ONE-ENTRY.
           MOVE WS-GL-DEPOTS TO GL-ACCOUNT-CODE.
           MOVE "C" TO GL-DEBIT-CREDIT.
           PERFORM 290-WRITE-ONE-ENTRY.

       280-WRITE-CP-FRAIS-ENTRIES.
           MOVE WS-GL-PRODUITS-FRAIS TO GL-ACCOUNT-CODE.
           MOVE "D" TO GL-DEBIT-CREDIT.
           MOVE WS-TOT-CP-FRAIS TO GL-AMOUNT.
           MOVE "CONTREPASS. FRAIS" TO GL-DESCRIPTION.
           MOVE WS-CNT-CP-FRAIS TO GL-SOURCE-COUNT.
           PERFORM 290-WRITE-ONE-ENTRY.
           MOVE WS-GL-DEPOTS TO GL-ACCOUNT-CODE.
           MOVE "C" TO GL-DEBIT-CREDIT.
           PERFORM 290-WRITE-ONE-ENTRY.

       290-WRITE-ONE-ENTRY.
           MOVE WS-EXTRACT-DATE TO GL-ENTRY-DATE.
           IF GL-DEBIT
           PERFORM 340-WRITE-PROOF-AGIOS.
           PERFORM 345-WRITE-PROOF-FRAIS.
           PERFORM 350-WRITE-PROOF-VIREMENT.
           PERFORM 355-WRITE-PROOF-PRETS.
           PERFORM 357-WRITE-PROOF-VIREXT.
           IF WS-CNT-CP-ALL > 0
               PERFORM 360-WRITE-PROOF-REVERSALS
           END-IF.
           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE WS-TOTAL-DEBITS TO WS-EDIT-AMOUNT.
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.

       355-WRITE-PROOF-PRETS.
           MOVE WS-TOT-PRET-DEBLOC TO WS-EDIT-AMOUNT.
           MOVE WS-CNT-PRET-DEBLOC TO WS-EDIT-COUNT.
           MOVE SPACES TO PROOF-LINE.
           STRING "PRETS     : " WS-EDIT-COUNT " mouvement(s)  "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE WS-TOT-ECHEANCE TO WS-EDIT-AMOUNT.
           MOVE WS-CNT-ECHEANCE TO WS-EDIT-COUNT.
           MOVE SPACES TO PROOF-LINE.
           STRING "ECHEANCES : " WS-EDIT-COUNT " mouvement(s)  "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE WS-TOT-CAPITAL TO WS-EDIT-AMOUNT.
           MOVE WS-CNT-CAPITAL TO WS-EDIT-COUNT.
           MOVE SPACES TO PROOF-LINE.
           STRING "CAPITAL   : " WS-EDIT-COUNT " mouvement(s)  "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE WS-TOT-INT-PRET TO WS-EDIT-AMOUNT.
           MOVE WS-CNT-INT-PRET TO WS-EDIT-COUNT.
           MOVE SPACES TO PROOF-LINE.
           STRING "INT. PRETS: " WS-EDIT-COUNT " mouvement(s)  "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.

       357-WRITE-PROOF-VIREXT.
           MOVE WS-TOT-VIREXT TO WS-EDIT-AMOUNT.
           MOVE WS-CNT-VIREXT TO WS-EDIT-COUNT.
           MOVE SPACES TO PROOF-LINE.
           STRING "VIR. EXT. : " WS-EDIT-COUNT " mouvement(s)  "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE WS-TOT-RETOUR-EXT TO WS-EDIT-AMOUNT.
           MOVE WS-CNT-RETOUR-EXT TO WS-EDIT-COUNT.
           MOVE SPACES TO PROOF-LINE.
           STRING "REJETS EXT: " WS-EDIT-COUNT " mouvement(s)  "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.

      *> Contre-passations du jour, listées seulement s'il y en a
      *> eu : elles viennent en déduction des lignes ci-dessus.
       360-WRITE-PROOF-REVERSALS.
           MOVE WS-TOT-CP-DEPOT TO WS-EDIT-AMOUNT.
           MOVE WS-CNT-CP-DEPOT TO WS-EDIT-COUNT.
           MOVE SPACES TO PROOF-LINE.
           STRING "C/P DEPOTS: " WS-EDIT-COUNT " mouvement(s)  "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE WS-TOT-CP-RETRAIT TO WS-EDIT-AMOUNT.
           MOVE WS-CNT-CP-RETRAIT TO WS-EDIT-COUNT.
           MOVE SPACES TO PROOF-LINE.
           STRING "C/P RETR. : " WS-EDIT-COUNT " mouvement(s)  "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE WS-TOT-CP-INTERET TO WS-EDIT-AMOUNT.
           MOVE WS-CNT-CP-INTERET TO WS-EDIT-COUNT.
           MOVE SPACES TO PROOF-LINE.
           STRING "C/P INTER.: " WS-EDIT-COUNT " mouvement(s)  "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE WS-TOT-CP-AGIOS TO WS-EDIT-AMOUNT.
           MOVE WS-CNT-CP-AGIOS TO WS-EDIT-COUNT.
           MOVE SPACES TO PROOF-LINE.
           STRING "C/P AGIOS : " WS-EDIT-COUNT " mouvement(s)  "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE WS-TOT-CP-FRAIS TO WS-EDIT-AMOUNT.
           MOVE WS-CNT-CP-FRAIS TO WS-EDIT-COUNT.
           MOVE SPACES TO PROOF-LINE.
           STRING "C/P FRAIS : " WS-EDIT-COUNT " mouvement(s)  "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PROOF-LINE.
           WRITE PROOF-LINE.
