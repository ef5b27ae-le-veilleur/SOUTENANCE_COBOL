       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8SINS.
      *===============================================================
      *    SERVICE D'EMISSION DU VIREMENT INSTANTANE
      *    Le virement externe saisi dans API8VIR attendait le cycle
      *    de nuit API8VOPE/API8VEXT et arrivait le lendemain. Avec
      *    l'option instantane, ce service soumet le virement en
      *    temps reel a la passerelle interbancaire et attend sa
      *    reponse dans le delai du schema :
      *       - eligibilite : compte en EUR, montant au plus
      *         INST_PLAFOND (repli 100000), banque du beneficiaire
      *         adherente (API8.ANNUBANQUE.INSTANTANE = 'Y', charge
      *         par API8BDIR) ; sinon issue 'N' (non joignable)
      *       - criblage sanctions en ligne sur le nom du
      *         beneficiaire (API8.LISTESANCTION, meme regle
      *         qu'API8SANS) : une concordance n'est jamais envoyee
      *         en instantane, issue 'S' - le circuit batch la
      *         retiendra et la mettra en revue
      *       - depot de la demande sur API8.VIRINSTANT (STATUT_INST
      *         'E'), validee par SYNCPOINT pour que le connecteur de
      *         la passerelle la voie ; le connecteur verifie le nom
      *         du beneficiaire aupres de sa banque avant de lui
      *         transmettre le paiement, puis ecrit la reponse sur la
      *         ligne (seulement tant qu'elle est 'E') :
      *            'A' accepte
      *            'J' rejete par la banque du beneficiaire
      *                (MOTIF_REJET)
      *            'D' nom discordant, paiement non transmis
      *       - attente par pas d'une seconde (EXEC CICS DELAY)
      *         jusqu'a INST_DELAI secondes (repli 10, delai du
      *         schema) ; au-dela la ligne passe 'T' (delai depasse)
      *         sous condition STATUT_INST = 'E' - une reponse
      *         arrivee a l'instant prend le pas et est relue
      *    Le service ne touche a aucun solde : l'appelant debite sur
      *    'A', ne debite pas sur 'J', et repasse le virement par le
      *    circuit batch (verification du nom, criblage, extraction)
      *    sur 'D', 'T', 'N' et 'S'. L'etat quotidien par issue est
      *    edite par API8INSR.
      *
      *    Appel :  CALL 'API8SINS' USING SINS-ZONE
      *       SINS-ID-CLIENT     client emetteur
      *       SINS-ID-COMPTE     compte a debiter
      *       SINS-IBAN-BENEF    IBAN du beneficiaire
      *       SINS-NOM-BENEF     nom saisi du beneficiaire
      *       SINS-MONTANT       montant en EUR
      *       SINS-LIBELLE       libelle du virement
      *       SINS-ID-VIRINST    numero de la demande (retour)
      *       SINS-MOTIF         motif de rejet (retour, issue 'J')
      *       SINS-CODE-RETOUR   issue 'A', 'J', 'D', 'T', 'N', 'S',
      *                          'E' = erreur technique (circuit
      *                          batch)
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-DELAI-INSTANT       PIC S9(3) COMP-3 VALUE 10.
       01  WS-PLAFOND-INSTANT     PIC S9(8)V99 COMP-3 VALUE 100000.
       01  WS-NB-SECONDES         PIC S9(4) COMP.
       01  WS-DEVISE-COMPTE       PIC X(3).
       01  WS-CODE-BANQUE         PIC X(5).
       01  WS-INSTANTANE          PIC X(1).
       01  WS-NB-HITS             PIC S9(9) COMP.
       01  WS-STATUT-INST         PIC X(1).
       01  WS-MOTIF-REJET         PIC X(4).

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

       LINKAGE SECTION.
       01  SINS-ZONE.
           05  SINS-ID-CLIENT     PIC S9(9) COMP.
           05  SINS-ID-COMPTE     PIC S9(9) COMP.
           05  SINS-IBAN-BENEF    PIC X(27).
           05  SINS-NOM-BENEF     PIC X(30).
           05  SINS-MONTANT       PIC S9(8)V99 COMP-3.
           05  SINS-LIBELLE       PIC X(30).
           05  SINS-ID-VIRINST    PIC S9(9) COMP.
           05  SINS-MOTIF         PIC X(4).
           05  SINS-CODE-RETOUR   PIC X(1).

       PROCEDURE DIVISION USING SINS-ZONE.

       0000-MAIN-PROCEDURE.
           MOVE 'E' TO SINS-CODE-RETOUR.
           MOVE SPACES TO SINS-MOTIF.
           MOVE 0 TO SINS-ID-VIRINST.

           MOVE 'VIRINSTANT' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              GOBACK
           END-IF.
           MOVE NUMO-VALEUR TO SINS-ID-VIRINST.

           PERFORM 1000-CONTROLER-ELIGIBILITE.

      *    Non eligible ou concordance sanctions : la demande est
      *    tracee avec son issue pour l'etat quotidien, rien ne part
           IF WS-STATUT-INST NOT = 'E'
              PERFORM 2000-DEPOSER-DEMANDE
              IF SQLCODE = 0
                 MOVE WS-STATUT-INST TO SINS-CODE-RETOUR
              END-IF
              GOBACK
           END-IF.

           PERFORM 2000-DEPOSER-DEMANDE.
           IF SQLCODE NOT = 0
              GOBACK
           END-IF.

      *    La demande doit etre validee pour etre visible du
      *    connecteur de la passerelle
           EXEC CICS SYNCPOINT
           END-EXEC.

           PERFORM 3000-ATTENDRE-REPONSE.

           MOVE WS-STATUT-INST TO SINS-CODE-RETOUR.
           MOVE WS-MOTIF-REJET TO SINS-MOTIF.
           GOBACK.

       1000-CONTROLER-ELIGIBILITE.
           MOVE 'E' TO WS-STATUT-INST.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-PLAFOND-INSTANT
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'INST_PLAFOND'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 100000 TO WS-PLAFOND-INSTANT
              MOVE 0 TO SQLCODE
           END-IF.

           MOVE 'EUR' TO WS-DEVISE-COMPTE.
           EXEC SQL
              SELECT VALUE(DEVISE, 'EUR')
              INTO :WS-DEVISE-COMPTE
              FROM API8.COMPTE
              WHERE ID_COMPTE = :SINS-ID-COMPTE
           END-EXEC.
           IF WS-DEVISE-COMPTE = SPACES
              MOVE 'EUR' TO WS-DEVISE-COMPTE
           END-IF.

           MOVE SINS-IBAN-BENEF(5:5) TO WS-CODE-BANQUE.
           MOVE 'N' TO WS-INSTANTANE.
           EXEC SQL
              SELECT VALUE(INSTANTANE, 'N')
              INTO :WS-INSTANTANE
              FROM API8.ANNUBANQUE
              WHERE CODE_BANQUE = :WS-CODE-BANQUE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-INSTANTANE
              MOVE 0 TO SQLCODE
           END-IF.

           IF WS-DEVISE-COMPTE NOT = 'EUR'
              OR SINS-MONTANT > WS-PLAFOND-INSTANT
              OR WS-INSTANTANE NOT = 'Y'
              MOVE 'N' TO WS-STATUT-INST
           END-IF.

           IF WS-STATUT-INST = 'E'
              MOVE 0 TO WS-NB-HITS
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-NB-HITS
                 FROM API8.LISTESANCTION
                 WHERE NOM_SANCTIONNE = :SINS-NOM-BENEF
              END-EXEC
              IF WS-NB-HITS > 0
                 MOVE 'S' TO WS-STATUT-INST
              END-IF
           END-IF.

       2000-DEPOSER-DEMANDE.
           EXEC SQL
              INSERT INTO API8.VIRINSTANT
                 (ID_VIRINST, ID_CLIENT, ID_COMPTE, IBAN_BENEF,
                  NOM_BENEF, MONTANT, LIBELLE_OP, DATE_DEMANDE,
                  HEURE_DEMANDE, STATUT_INST)
              VALUES
                 (:SINS-ID-VIRINST, :SINS-ID-CLIENT,
                  :SINS-ID-COMPTE, :SINS-IBAN-BENEF,
                  :SINS-NOM-BENEF, :SINS-MONTANT, :SINS-LIBELLE,
                  CURRENT DATE, CURRENT TIME, :WS-STATUT-INST)
           END-EXEC.

       3000-ATTENDRE-REPONSE.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-DELAI-INSTANT
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'INST_DELAI'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 10 TO WS-DELAI-INSTANT
              MOVE 0 TO SQLCODE
           END-IF.

           MOVE 0 TO WS-NB-SECONDES.
           PERFORM 3100-LIRE-REPONSE
              UNTIL WS-STATUT-INST NOT = 'E'
                 OR WS-NB-SECONDES >= WS-DELAI-INSTANT.

      *    Delai du schema depasse : la demande est close 'T' si le
      *    connecteur n'a toujours pas repondu ; sinon la reponse
      *    tardive fait foi
           IF WS-STATUT-INST = 'E'
              EXEC SQL
                 UPDATE API8.VIRINSTANT
                 SET STATUT_INST = 'T',
                     DATE_REPONSE = CURRENT DATE,
                     HEURE_REPONSE = CURRENT TIME
                 WHERE ID_VIRINST = :SINS-ID-VIRINST
                   AND STATUT_INST = 'E'
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'T' TO WS-STATUT-INST
              ELSE
                 MOVE 0 TO SQLCODE
                 PERFORM 3200-RELIRE-STATUT
              END-IF
           END-IF.

       3100-LIRE-REPONSE.
           EXEC CICS DELAY FOR SECONDS(1)
           END-EXEC.
           ADD 1 TO WS-NB-SECONDES.
           PERFORM 3200-RELIRE-STATUT.

       3200-RELIRE-STATUT.
           MOVE SPACES TO WS-MOTIF-REJET.
           EXEC SQL
              SELECT STATUT_INST, VALUE(MOTIF_REJET, ' ')
              INTO :WS-STATUT-INST, :WS-MOTIF-REJET
              FROM API8.VIRINSTANT
              WHERE ID_VIRINST = :SINS-ID-VIRINST
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'E' TO WS-STATUT-INST
              MOVE 0 TO SQLCODE
           END-IF.
