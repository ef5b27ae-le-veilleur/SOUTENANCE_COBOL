       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8RPDC.
      *===============================================================
      *    BATCH DE DECISION SUR DEMANDE DE RAPPEL RECUE
      *    Saisie par le back-office de la reponse du client a une
      *    demande de rappel d'un credit recu (API8.RAPPELRECU,
      *    chargee par API8RPIN, statut 'C' accord demande). Carte
      *    SYSIN :
      *       ACCEPTE id-rappel operateur
      *               le client consent au retour des fonds : son
      *               compte est debite dans la limite du solde
      *               (operation TYPE_OP 'S' comme un virement
      *               externe sortant) et le retour est depose sur
      *               API8.VIREXT vers l'IBAN de la banque emettrice,
      *               extrait par API8VEXT dans le fichier
      *               interbancaire sortant ; un solde devenu
      *               insuffisant refuse la demande (motif AM04)
      *       REFUSE  id-rappel operateur
      *               le client refuse le retour (motif CUST)
      *    La demande passe 'A' acceptee ou 'R' refusee ; la reponse
      *    au reseau part au prochain passage d'API8RPRS. Une demande
      *    dont la date limite est depassee a deja ete refusee par
      *    API8RPRS (motif NOAS) et n'est plus modifiable.
      *    Chaque decision est tracee sur API8.AUDITLOG.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-PARAM-SAISIE            PIC X(80).
       01  WS-PARAM-ACTION            PIC X(9).
       01  WS-PARAM-1                 PIC X(12).
       01  WS-PARAM-OPERATEUR         PIC X(8).

      *    Demande traitee
       01  WS-ID-RAPPEL               PIC S9(9) COMP.
       01  WS-ID-RAPPEL-EDIT          PIC 9(9).
       01  WS-REF-RAPPEL              PIC X(16).
       01  WS-ID-COMPTE               PIC S9(9) COMP.
       01  WS-ID-CLIENT               PIC S9(9) COMP.
       01  WS-IBAN-EMETTEUR           PIC X(27).
       01  WS-NOM-EMETTEUR            PIC X(30).
       01  WS-MONTANT-RAPPEL          PIC S9(8)V99 COMP-3.
       01  WS-DEVISE                  PIC X(3).
       01  WS-STATUT-RAPPEL           PIC X(1).
       01  WS-MOTIF-REPONSE           PIC X(4).

       01  WS-ID-OPERATION            PIC S9(9) COMP.
       01  WS-ID-VIREXT               PIC S9(9) COMP.
       01  WS-LIBELLE-OP              PIC X(30).
       01  WS-MONTANT-EDIT            PIC -(7)9.99.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Zone d'appel de la tenue des compteurs journaliers
      *    API8CPTJ (nombre et cumul des debits du jour par compte)
       01  CPTJ-ZONE.
           05  CPTJ-ID-COMPTE         PIC S9(9) COMP.
           05  CPTJ-DATE-COMPTABLE    PIC X(8).
           05  CPTJ-NATURE            PIC X(1).
           05  CPTJ-SENS              PIC X(1).
           05  CPTJ-MONTANT           PIC S9(8)V99 COMP-3.
           05  CPTJ-CODE-RETOUR       PIC X(1).

      *    Date comptable du jour bancaire ouvert
       01  WS-DATE-COMPTABLE      PIC X(8).

      *    Piste d'audit : meme convention qu'API8OPPO
       01  WS-ID-AUDIT                PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT         PIC X(30).
       01  WS-NULL-INDICATOR          PIC S9(4) COMP.

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG      PIC S9(9) COMP VALUE 72.
       01  I                 PIC 99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           EXEC SQL
              SET CURRENT SQLID = 'API8'
           END-EXEC.

           EXEC SQL
              WHENEVER SQLERROR GOTO 9998-ERROR-DB2
           END-EXEC.

           ACCEPT WS-PARAM-SAISIE FROM SYSIN.

           MOVE SPACES TO WS-PARAM-ACTION.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SPACES TO WS-PARAM-OPERATEUR.

           UNSTRING WS-PARAM-SAISIE DELIMITED BY ALL ' '
              INTO WS-PARAM-ACTION, WS-PARAM-1, WS-PARAM-OPERATEUR.

           IF WS-PARAM-ACTION NOT = 'ACCEPTE'
              AND WS-PARAM-ACTION NOT = 'REFUSE'
              DISPLAY 'ACTION INCONNUE : ' WS-PARAM-ACTION
              DISPLAY 'ACTIONS ADMISES : ACCEPTE / REFUSE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-PARAM-OPERATEUR = SPACES
              DISPLAY 'OPERATEUR DE SAISIE OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 0450-LIRE-DATE-COMPTABLE.

           PERFORM 0500-LIRE-RAPPEL
              THRU 0500-LIRE-RAPPEL-EXIT.

           IF WS-PARAM-ACTION = 'ACCEPTE'
              PERFORM 1000-ACCEPTER
                 THRU 1000-ACCEPTER-EXIT
           ELSE
              MOVE 'CUST' TO WS-MOTIF-REPONSE
              PERFORM 2000-REFUSER
                 THRU 2000-REFUSER-EXIT
           END-IF.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0450-LIRE-DATE-COMPTABLE.
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
           MOVE SPACES TO WS-DATE-COMPTABLE.
           EXEC SQL
              SELECT DATE_COMPTABLE
              INTO :WS-DATE-COMPTABLE
              FROM API8.DATEBANQUE
              WHERE ETAT = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DATE-COMPTABLE = SPACES
              ACCEPT WS-DATE-COMPTABLE FROM DATE YYYYMMDD
           END-IF.

       0500-LIRE-RAPPEL.
           MOVE FUNCTION NUMVAL(WS-PARAM-1) TO WS-ID-RAPPEL.
           MOVE WS-ID-RAPPEL TO WS-ID-RAPPEL-EDIT.

           EXEC SQL
              SELECT REF_RAPPEL, ID_COMPTE, ID_CLIENT,
                     IBAN_EMETTEUR, NOM_EMETTEUR, MONTANT, DEVISE,
                     STATUT_RAPPEL
              INTO :WS-REF-RAPPEL, :WS-ID-COMPTE, :WS-ID-CLIENT,
                   :WS-IBAN-EMETTEUR, :WS-NOM-EMETTEUR,
                   :WS-MONTANT-RAPPEL, :WS-DEVISE,
                   :WS-STATUT-RAPPEL
              FROM API8.RAPPELRECU
              WHERE ID_RAPPEL = :WS-ID-RAPPEL
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'DEMANDE DE RAPPEL INCONNUE : ' WS-PARAM-1
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-STATUT-RAPPEL NOT = 'C'
              DISPLAY 'DEMANDE DEJA DECIDEE : ' WS-ID-RAPPEL-EDIT
                 ' STATUT ' WS-STATUT-RAPPEL
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       0500-LIRE-RAPPEL-EXIT.
           EXIT.

       1000-ACCEPTER.
      *    Debit dans la limite du solde, sans decouvert force (meme
      *    garde qu'API8ECHE) ; les fonds ont pu etre depenses depuis
      *    la reception de la demande
           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE - :WS-MONTANT-RAPPEL
              WHERE ID_COMPTE = :WS-ID-COMPTE
                AND SOLDE >= :WS-MONTANT-RAPPEL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO SQLCODE
              DISPLAY 'SOLDE INSUFFISANT - DEMANDE '
                 WS-ID-RAPPEL-EDIT ' REFUSEE'
              MOVE 'AM04' TO WS-MOTIF-REPONSE
              PERFORM 2000-REFUSER
                 THRU 2000-REFUSER-EXIT
              GO TO 1000-ACCEPTER-EXIT
           END-IF.

           MOVE SPACES TO WS-LIBELLE-OP.
           STRING 'RETOUR RAPPEL ' WS-REF-RAPPEL
              DELIMITED BY SIZE INTO WS-LIBELLE-OP.

           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION.

           EXEC SQL
              INSERT INTO API8.OPERATION
                 (ID_OPERATION, ID_COMPTE, MONTANT_OP, TYPE_OP,
                  DATE_OP, DATE_COMPTABLE, LIBELLE_OP)
              VALUES
                 (:WS-ID-OPERATION, :WS-ID-COMPTE,
                  :WS-MONTANT-RAPPEL, 'S', CURRENT DATE,
                  :WS-DATE-COMPTABLE, :WS-LIBELLE-OP)
           END-EXEC.

      *    Compteur journalier du compte debite (API8CPTJ), meme
      *    unite de travail que l'operation
           MOVE WS-ID-COMPTE TO CPTJ-ID-COMPTE.
           MOVE WS-DATE-COMPTABLE TO CPTJ-DATE-COMPTABLE.
           MOVE 'X' TO CPTJ-NATURE.
           MOVE '+' TO CPTJ-SENS.
           MOVE WS-MONTANT-RAPPEL TO CPTJ-MONTANT.
           CALL 'API8CPTJ' USING CPTJ-ZONE.

           PERFORM 1100-DEPOSER-RETOUR
              THRU 1100-DEPOSER-RETOUR-EXIT.

           EXEC SQL
              UPDATE API8.RAPPELRECU
              SET STATUT_RAPPEL = 'A',
                  MOTIF_REPONSE = ' ',
                  ID_VIREXT = :WS-ID-VIREXT,
                  DATE_DECISION = CURRENT DATE,
                  ID_OPERATEUR = :WS-PARAM-OPERATEUR
              WHERE ID_RAPPEL = :WS-ID-RAPPEL
           END-EXEC.

           MOVE 'RAPPEL RECU ACCEPTE' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           DISPLAY 'DEMANDE ACCEPTEE    : ' WS-ID-RAPPEL-EDIT.
           DISPLAY 'REFERENCE RESEAU    : ' WS-REF-RAPPEL.
           MOVE WS-MONTANT-RAPPEL TO WS-MONTANT-EDIT.
           DISPLAY 'MONTANT RETOURNE    : ' WS-MONTANT-EDIT.

       1000-ACCEPTER-EXIT.
           EXIT.

       1100-DEPOSER-RETOUR.
           EXEC SQL
              SELECT MAX(ID_VIREXT)
              INTO :WS-ID-VIREXT :WS-NULL-INDICATOR
              FROM API8.VIREXT
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-VIREXT
           ELSE
              ADD 1 TO WS-ID-VIREXT
           END-IF.

      *    Le retour repart vers l'IBAN de la banque qui a demande le
      *    rappel : pas de verification du nom du beneficiaire
      *    (VERIF_BENEF pose 'V'), le virement est extractible par
      *    API8VEXT des ce soir
           EXEC SQL
              INSERT INTO API8.VIREXT
                 (ID_VIREXT, ID_CLIENT, ID_COMPTE, IBAN_BENEF,
                  NOM_BENEF, MONTANT, DEVISE, DATE_CREATION,
                  LIBELLE_OP, EXPEDIE, VERIF_BENEF)
              VALUES
                 (:WS-ID-VIREXT, :WS-ID-CLIENT, :WS-ID-COMPTE,
                  :WS-IBAN-EMETTEUR, :WS-NOM-EMETTEUR,
                  :WS-MONTANT-RAPPEL, :WS-DEVISE, CURRENT DATE,
                  :WS-LIBELLE-OP, 'N', 'V')
           END-EXEC.

       1100-DEPOSER-RETOUR-EXIT.
           EXIT.

       1500-TRACER-AUDIT.
           EXEC SQL
              SELECT MAX(ID_AUDIT)
              INTO :WS-ID-AUDIT :WS-NULL-INDICATOR
              FROM API8.AUDITLOG
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-AUDIT
           ELSE
              ADD 1 TO WS-ID-AUDIT
           END-IF.

           EXEC SQL
              INSERT INTO API8.AUDITLOG
                 (ID_AUDIT, ID_CLIENT, PROGRAMME, EVENEMENT,
                  ID_OPERATEUR, DATE_AUDIT, HEURE_AUDIT)
              VALUES
                 (:WS-ID-AUDIT, :WS-ID-CLIENT, 'API8RPDC',
                  :WS-AUDIT-EVENEMENT, :WS-PARAM-OPERATEUR,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.

       2000-REFUSER.
           EXEC SQL
              UPDATE API8.RAPPELRECU
              SET STATUT_RAPPEL = 'R',
                  MOTIF_REPONSE = :WS-MOTIF-REPONSE,
                  DATE_DECISION = CURRENT DATE,
                  ID_OPERATEUR = :WS-PARAM-OPERATEUR
              WHERE ID_RAPPEL = :WS-ID-RAPPEL
           END-EXEC.

           MOVE SPACES TO WS-AUDIT-EVENEMENT.
           STRING 'RAPPEL RECU REFUSE ' WS-MOTIF-REPONSE
              DELIMITED BY SIZE INTO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           DISPLAY 'DEMANDE REFUSEE     : ' WS-ID-RAPPEL-EDIT
              ' MOTIF ' WS-MOTIF-REPONSE.

       2000-REFUSER-EXIT.
           EXIT.

       9998-ERROR-DB2.
            DISPLAY 'ERREUR DB2 '.
            DISPLAY 'MISE EN FORME SQLCA '.
            CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG.
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               DISPLAY ERR-TXT (I)
            END-PERFORM.

            PERFORM 9999-ERREUR-PROGRAMME-DEB
               THRU 9999-ERREUR-PROGRAMME-FIN.

      *
       9999-FIN-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8RPDC        '
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8RPDC       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
