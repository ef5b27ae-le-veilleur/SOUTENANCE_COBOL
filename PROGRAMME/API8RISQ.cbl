       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8RISQ.
      *===============================================================
      *    BATCH DE NOTATION DU RISQUE LCB-FT DES CLIENTS
      *    Passage de nuit sur API8.CLIENT. Chaque client recoit un
      *    score construit a partir de ce que la banque sait deja :
      *       - compte tenu dans une devise autre que l'euro     +15
      *       - virements externes des douze derniers mois
      *         (API8.VIREXT) >= SEUIL_VOLUME_RISQUE (repli
      *         10000)                                            +10
      *         >= cinq fois ce seuil                             +20
      *       - especes deposees et retirees des douze derniers
      *         mois, meme cumul qu'API8DTES (types D et R), memes
      *         paliers                                       +10/+20
      *       - concordance sanctions non liberee sur le client ou
      *         l'un de ses virements (API8.REVUESANCTION)        +40
      *       - reclamations des douze derniers mois : une        +5
      *         trois et plus                                     +10
      *       - chargebacks emis sur ses reclamations des douze
      *         derniers mois (API8.CHARGEBACK) : au moins un     +5
      *         dont au moins un perdu par la banque              +15
      *       - relation de moins d'un an (aucun compte ouvert
      *         depuis plus d'un an)                              +10
      *    Le score donne le niveau NIVEAU_RISQUE : 'F' faible, 'M'
      *    moyen a partir de SEUIL_RISQUE_MOYEN (repli 30), 'E'
      *    eleve a partir de SEUIL_RISQUE_ELEVE (repli 60).
      *    Le niveau fixe la periodicite de revue du dossier : 5 ans
      *    (F), 3 ans (M), 1 an (E) apres la derniere revue
      *    (DATE_REVUE_KYC, posee par API8KYCM) ou, a defaut, apres
      *    l'ouverture du premier compte. L'echeance est portee sur
      *    DATE_PROCHAINE_REVUE.
      *    Dossier echu : le client entre sur la liste de revue
      *    API8.REVUEKYC (une seule inscription ouverte par client,
      *    soldee par API8KYCM). Client 'E' echu : restriction
      *    graduee RESTRICTION_KYC posee comme pour une piece
      *    expiree (API8KYCS) - '1' pendant GRACE_KYC jours de
      *    retard, '2' au-dela. Une restriction plus forte deja
      *    posee n'est jamais abaissee ici.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *    Parametres de notation (API8.PARAMETRE, replis ci-dessous)
       01  WS-SEUIL-RISQUE-MOYEN     PIC S9(3) COMP-3 VALUE 30.
       01  WS-SEUIL-RISQUE-ELEVE     PIC S9(3) COMP-3 VALUE 60.
       01  WS-SEUIL-VOLUME           PIC S9(9)V99 COMP-3
                                     VALUE 10000.
       01  WS-SEUIL-VOLUME-FORT      PIC S9(11)V99 COMP-3.
       01  WS-GRACE-KYC              PIC S9(3) COMP-3 VALUE 30.

      *    Client lu par le curseur
       01  WS-ID-CLIENT-CUR          PIC S9(9) COMP.
       01  WS-RESTRICTION-CUR        PIC X(1).
       01  WS-NIVEAU-PREC            PIC X(1).

      *    Faits releves pour le client
       01  WS-NB-DEVISES             PIC S9(9) COMP.
       01  WS-VOLUME-VIREXT          PIC S9(11)V99 COMP-3.
       01  WS-VOLUME-ESPECES         PIC S9(11)V99 COMP-3.
       01  WS-VOLUME-NULL-IND        PIC S9(4) COMP.
       01  WS-NB-SANCTIONS           PIC S9(9) COMP.
       01  WS-NB-RECLAMATIONS        PIC S9(9) COMP.
       01  WS-NB-CHARGEBACKS         PIC S9(9) COMP.
       01  WS-NB-CB-PERDUS           PIC S9(9) COMP.
       01  WS-NB-COMPTES-ANCIENS     PIC S9(9) COMP.
       01  WS-DATE-ENTREE            PIC X(10).

      *    Resultat de la notation
       01  WS-SCORE                  PIC S9(3) COMP-3.
       01  WS-SCORE-EDIT             PIC ZZ9.
       01  WS-NIVEAU                 PIC X(1).
       01  WS-ANNEES-REVUE           PIC S9(4) COMP.
       01  WS-JOURS-RETARD           PIC S9(9) COMP.
       01  WS-NOUVELLE-RESTR         PIC X(1).

      *    Liste de revue (API8.REVUEKYC)
       01  WS-ID-REVUE-KYC           PIC S9(9) COMP.
       01  WS-NB-INSCRIT             PIC S9(9) COMP.
       01  WS-NULL-INDICATOR         PIC S9(4) COMP.

       01  WS-NB-CLIENTS             PIC 9(7) VALUE 0.
       01  WS-NB-FAIBLE              PIC 9(7) VALUE 0.
       01  WS-NB-MOYEN               PIC 9(7) VALUE 0.
       01  WS-NB-ELEVE               PIC 9(7) VALUE 0.
       01  WS-NB-ECHUS               PIC 9(7) VALUE 0.
       01  WS-NB-INSCRITS            PIC 9(7) VALUE 0.
       01  WS-NB-RESTREINTS          PIC 9(7) VALUE 0.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Journal d'execution des batches (API8.JOURNALBATCH)
       01  WS-ID-JOURNAL          PIC S9(9) COMP.
       01  WS-JRN-LUS             PIC S9(9) COMP.
       01  WS-JRN-ECRITS          PIC S9(9) COMP.
       01  WS-JRN-REJETES         PIC S9(9) COMP.
       01  WS-JRN-RC              PIC S9(4) COMP.
       01  WS-JRN-NULL-IND        PIC S9(4) COMP.
       01  WS-JRN-SOLDE           PIC X VALUE 'N'.

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

           PERFORM 0400-JOURNAL-DEBUT
              THRU 0400-JOURNAL-DEBUT-EXIT.

           DISPLAY '=============================================='
           DISPLAY '*   NOTATION DU RISQUE LCB-FT DES CLIENTS     *'
           DISPLAY '=============================================='.

           PERFORM 0500-LIRE-PARAMETRES
              THRU 0500-LIRE-PARAMETRES-EXIT.

           EXEC SQL
              DECLARE CRISQ CURSOR FOR
              SELECT ID_CLIENT, VALUE(RESTRICTION_KYC, '0'),
                     VALUE(NIVEAU_RISQUE, ' ')
              FROM API8.CLIENT
              ORDER BY ID_CLIENT
           END-EXEC.

           EXEC SQL
              OPEN CRISQ
           END-EXEC.

           PERFORM 1000-NOTER-CLIENT
              THRU 1000-NOTER-CLIENT-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CRISQ
           END-EXEC.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0500-LIRE-PARAMETRES.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-SEUIL-RISQUE-MOYEN
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'SEUIL_RISQUE_MOYEN'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 30 TO WS-SEUIL-RISQUE-MOYEN
              MOVE 0 TO SQLCODE
           END-IF.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-SEUIL-RISQUE-ELEVE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'SEUIL_RISQUE_ELEVE'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 60 TO WS-SEUIL-RISQUE-ELEVE
              MOVE 0 TO SQLCODE
           END-IF.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-SEUIL-VOLUME
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'SEUIL_VOLUME_RISQUE'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 10000,00 TO WS-SEUIL-VOLUME
              MOVE 0 TO SQLCODE
           END-IF.
           COMPUTE WS-SEUIL-VOLUME-FORT = WS-SEUIL-VOLUME * 5.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-GRACE-KYC
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'GRACE_KYC'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 30 TO WS-GRACE-KYC
              MOVE 0 TO SQLCODE
           END-IF.

       0500-LIRE-PARAMETRES-EXIT.
           EXIT.

       1000-NOTER-CLIENT.
           EXEC SQL
              FETCH CRISQ
              INTO :WS-ID-CLIENT-CUR, :WS-RESTRICTION-CUR,
                   :WS-NIVEAU-PREC
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-NOTER-CLIENT-EXIT
           END-IF.

           ADD 1 TO WS-NB-CLIENTS.

           PERFORM 1100-RELEVER-FAITS
              THRU 1100-RELEVER-FAITS-EXIT.

           PERFORM 1200-CALCULER-SCORE
              THRU 1200-CALCULER-SCORE-EXIT.

      *    Echeance de revue : derniere revue ou, a defaut, entree en
      *    relation, plus la periodicite du niveau - DB2 fait
      *    l'arithmetique de dates
           EXEC SQL
              UPDATE API8.CLIENT
              SET SCORE_RISQUE = :WS-SCORE,
                  NIVEAU_RISQUE = :WS-NIVEAU,
                  DATE_NOTATION = CURRENT DATE,
                  DATE_PROCHAINE_REVUE =
                     VALUE(DATE_REVUE_KYC, DATE(:WS-DATE-ENTREE))
                        + :WS-ANNEES-REVUE YEARS
              WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
           END-EXEC.

           IF WS-NIVEAU NOT = WS-NIVEAU-PREC
              MOVE WS-SCORE TO WS-SCORE-EDIT
              DISPLAY 'CLIENT ' WS-ID-CLIENT-CUR
                 ' NIVEAU ' WS-NIVEAU-PREC ' -> ' WS-NIVEAU
                 ' (SCORE ' WS-SCORE-EDIT ')'
           END-IF.

           EXEC SQL
              SELECT DAYS(CURRENT DATE) - DAYS(DATE_PROCHAINE_REVUE)
              INTO :WS-JOURS-RETARD
              FROM API8.CLIENT
              WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
           END-EXEC.

           IF WS-JOURS-RETARD > 0
              ADD 1 TO WS-NB-ECHUS
              PERFORM 1300-INSCRIRE-REVUE
                 THRU 1300-INSCRIRE-REVUE-EXIT
              IF WS-NIVEAU = 'E'
                 PERFORM 1400-POSER-RESTRICTION
                    THRU 1400-POSER-RESTRICTION-EXIT
              END-IF
           END-IF.

           MOVE 0 TO SQLCODE.

       1000-NOTER-CLIENT-EXIT.
           EXIT.

       1100-RELEVER-FAITS.
           MOVE 0 TO WS-NB-DEVISES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-DEVISES
              FROM API8.COMPTE
              WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
                AND VALUE(DEVISE, 'EUR') NOT = 'EUR'
           END-EXEC.

           EXEC SQL
              SELECT SUM(MONTANT)
              INTO :WS-VOLUME-VIREXT :WS-VOLUME-NULL-IND
              FROM API8.VIREXT
              WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
                AND EXPEDIE NOT = 'A'
                AND DATE_CREATION > CURRENT DATE - 1 YEAR
           END-EXEC.
           IF WS-VOLUME-NULL-IND = -1
              MOVE 0 TO WS-VOLUME-VIREXT
           END-IF.

      *    Especes : memes types et meme exclusion des annulations
      *    que le cumul de declaration API8DTES
           EXEC SQL
              SELECT SUM(O.MONTANT_OP)
              INTO :WS-VOLUME-ESPECES :WS-VOLUME-NULL-IND
              FROM API8.OPERATION O, API8.COMPTE C
              WHERE O.ID_COMPTE = C.ID_COMPTE
                AND C.ID_CLIENT = :WS-ID-CLIENT-CUR
                AND O.TYPE_OP IN ('D', 'R')
                AND O.ANNULE NOT = 'Y'
                AND O.DATE_OP > CURRENT DATE - 1 YEAR
           END-EXEC.
           IF WS-VOLUME-NULL-IND = -1
              MOVE 0 TO WS-VOLUME-ESPECES
           END-IF.

      *    Concordances encore ouvertes ou confirmees ; une
      *    homonymie liberee par API8SAND ne compte plus
           MOVE 0 TO WS-NB-SANCTIONS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-SANCTIONS
              FROM API8.REVUESANCTION R
              WHERE R.STATUT_REVUE NOT = 'L'
                AND ((R.TYPE_REVUE = 'C'
                      AND R.CLE = :WS-ID-CLIENT-CUR)
                  OR (R.TYPE_REVUE = 'V'
                      AND R.CLE IN
                         (SELECT V.ID_VIREXT
                          FROM API8.VIREXT V
                          WHERE V.ID_CLIENT = :WS-ID-CLIENT-CUR)))
           END-EXEC.

           MOVE 0 TO WS-NB-RECLAMATIONS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-RECLAMATIONS
              FROM API8.RECLAMATION
              WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
                AND DATE_OUVERTURE > CURRENT DATE - 1 YEAR
           END-EXEC.

      *    Chargebacks emis sur les reclamations du client ; un
      *    chargeback perdu (statut 'P') pese plus lourd
           MOVE 0 TO WS-NB-CHARGEBACKS.
           MOVE 0 TO WS-NB-CB-PERDUS.
           EXEC SQL
              SELECT COUNT(*),
                     VALUE(SUM(CASE WHEN K.STATUT_CB = 'P'
                                    THEN 1 ELSE 0 END), 0)
              INTO :WS-NB-CHARGEBACKS, :WS-NB-CB-PERDUS
              FROM API8.CHARGEBACK K, API8.RECLAMATION R
              WHERE R.ID_RECLAMATION = K.ID_RECLAMATION
                AND R.ID_CLIENT = :WS-ID-CLIENT-CUR
                AND K.DATE_EMISSION > CURRENT DATE - 1 YEAR
           END-EXEC.

           MOVE 0 TO WS-NB-COMPTES-ANCIENS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-COMPTES-ANCIENS
              FROM API8.COMPTE
              WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
                AND DATE_OUVERTURE <= CURRENT DATE - 1 YEAR
           END-EXEC.

      *    Entree en relation : premier compte ouvert, date du jour
      *    pour un client sans compte
           EXEC SQL
              SELECT CHAR(VALUE(MIN(DATE_OUVERTURE), CURRENT DATE),
                          ISO)
              INTO :WS-DATE-ENTREE
              FROM API8.COMPTE
              WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
           END-EXEC.

       1100-RELEVER-FAITS-EXIT.
           EXIT.

       1200-CALCULER-SCORE.
           MOVE 0 TO WS-SCORE.

           IF WS-NB-DEVISES > 0
              ADD 15 TO WS-SCORE
           END-IF.

           EVALUATE TRUE
              WHEN WS-VOLUME-VIREXT >= WS-SEUIL-VOLUME-FORT
                 ADD 20 TO WS-SCORE
              WHEN WS-VOLUME-VIREXT >= WS-SEUIL-VOLUME
                 ADD 10 TO WS-SCORE
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WS-VOLUME-ESPECES >= WS-SEUIL-VOLUME-FORT
                 ADD 20 TO WS-SCORE
              WHEN WS-VOLUME-ESPECES >= WS-SEUIL-VOLUME
                 ADD 10 TO WS-SCORE
           END-EVALUATE.

           IF WS-NB-SANCTIONS > 0
              ADD 40 TO WS-SCORE
           END-IF.

           EVALUATE TRUE
              WHEN WS-NB-RECLAMATIONS >= 3
                 ADD 10 TO WS-SCORE
              WHEN WS-NB-RECLAMATIONS > 0
                 ADD 5 TO WS-SCORE
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WS-NB-CB-PERDUS > 0
                 ADD 15 TO WS-SCORE
              WHEN WS-NB-CHARGEBACKS > 0
                 ADD 5 TO WS-SCORE
           END-EVALUATE.

           IF WS-NB-COMPTES-ANCIENS = 0
              ADD 10 TO WS-SCORE
           END-IF.

           EVALUATE TRUE
              WHEN WS-SCORE >= WS-SEUIL-RISQUE-ELEVE
                 MOVE 'E' TO WS-NIVEAU
                 MOVE 1 TO WS-ANNEES-REVUE
                 ADD 1 TO WS-NB-ELEVE
              WHEN WS-SCORE >= WS-SEUIL-RISQUE-MOYEN
                 MOVE 'M' TO WS-NIVEAU
                 MOVE 3 TO WS-ANNEES-REVUE
                 ADD 1 TO WS-NB-MOYEN
              WHEN OTHER
                 MOVE 'F' TO WS-NIVEAU
                 MOVE 5 TO WS-ANNEES-REVUE
                 ADD 1 TO WS-NB-FAIBLE
           END-EVALUATE.

       1200-CALCULER-SCORE-EXIT.
           EXIT.

       1300-INSCRIRE-REVUE.
      *    Une seule inscription ouverte par client : le dossier
      *    reste sur la liste jusqu'a la revue, le niveau suit la
      *    derniere notation
           MOVE 0 TO WS-NB-INSCRIT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-INSCRIT
              FROM API8.REVUEKYC
              WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
                AND STATUT_REVUE_KYC = 'A'
           END-EXEC.

           IF WS-NB-INSCRIT > 0
              EXEC SQL
                 UPDATE API8.REVUEKYC
                 SET NIVEAU_RISQUE = :WS-NIVEAU
                 WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
                   AND STATUT_REVUE_KYC = 'A'
              END-EXEC
              GO TO 1300-INSCRIRE-REVUE-EXIT
           END-IF.

           EXEC SQL
              SELECT MAX(ID_REVUE_KYC)
              INTO :WS-ID-REVUE-KYC :WS-NULL-INDICATOR
              FROM API8.REVUEKYC
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-REVUE-KYC
           ELSE
              ADD 1 TO WS-ID-REVUE-KYC
           END-IF.

           EXEC SQL
              INSERT INTO API8.REVUEKYC
                 (ID_REVUE_KYC, ID_CLIENT, NIVEAU_RISQUE,
                  DATE_ECHEANCE, DATE_INSCRIPTION,
                  STATUT_REVUE_KYC)
              SELECT :WS-ID-REVUE-KYC, ID_CLIENT, NIVEAU_RISQUE,
                     DATE_PROCHAINE_REVUE, CURRENT DATE, 'A'
              FROM API8.CLIENT
              WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
           END-EXEC.

           ADD 1 TO WS-NB-INSCRITS.
           DISPLAY 'REVUE KYC ECHUE - CLIENT ' WS-ID-CLIENT-CUR
              ' NIVEAU ' WS-NIVEAU ' RETARD ' WS-JOURS-RETARD ' J'.

       1300-INSCRIRE-REVUE-EXIT.
           EXIT.

       1400-POSER-RESTRICTION.
      *    Meme graduation qu'une piece expiree : virements externes
      *    d'abord, tous les debits apres GRACE_KYC jours
           IF WS-JOURS-RETARD > WS-GRACE-KYC
              MOVE '2' TO WS-NOUVELLE-RESTR
           ELSE
              MOVE '1' TO WS-NOUVELLE-RESTR
           END-IF.

           IF WS-RESTRICTION-CUR >= WS-NOUVELLE-RESTR
              GO TO 1400-POSER-RESTRICTION-EXIT
           END-IF.

           EXEC SQL
              UPDATE API8.CLIENT
              SET RESTRICTION_KYC = :WS-NOUVELLE-RESTR
              WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
           END-EXEC.

           ADD 1 TO WS-NB-RESTREINTS.
           DISPLAY 'RESTRICTION KYC NIVEAU ' WS-NOUVELLE-RESTR
              ' - CLIENT ' WS-ID-CLIENT-CUR
              ' (RISQUE ELEVE, REVUE ECHUE)'.

       1400-POSER-RESTRICTION-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           MOVE 'JOURNALBATCH' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO JOURNAL IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-JOURNAL.

           EXEC SQL
              INSERT INTO API8.JOURNALBATCH
                 (ID_JOURNAL, NOM_PROGRAMME, DATE_EXECUTION,
                  HEURE_DEBUT, STATUT_EXEC)
              VALUES
                 (:WS-ID-JOURNAL, 'API8RISQ', CURRENT DATE,
                  CURRENT TIME, 'L')
           END-EXEC.

       0400-JOURNAL-DEBUT-EXIT.
           EXIT.

       9000-JOURNAL-FIN.
      *    Verrou a un seul passage : une erreur DB2 dans cette mise
      *    a jour repasserait par 9998 puis par ici - on ne tente la
      *    cloture du journal qu'une fois
           IF WS-JRN-SOLDE = 'Y'
              GO TO 9000-JOURNAL-FIN-EXIT
           END-IF.
           MOVE 'Y' TO WS-JRN-SOLDE.

           EXEC SQL
              UPDATE API8.JOURNALBATCH
              SET HEURE_FIN = CURRENT TIME,
                  NB_LUS = :WS-JRN-LUS,
                  NB_ECRITS = :WS-JRN-ECRITS,
                  NB_REJETES = :WS-JRN-REJETES,
                  CODE_RETOUR = :WS-JRN-RC,
                  STATUT_EXEC = 'T'
              WHERE ID_JOURNAL = :WS-ID-JOURNAL
           END-EXEC.

       9000-JOURNAL-FIN-EXIT.
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
            MOVE WS-NB-CLIENTS TO WS-JRN-LUS.
            MOVE WS-NB-CLIENTS TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8RISQ        '
            DISPLAY '   CLIENTS NOTES       : ' WS-NB-CLIENTS
            DISPLAY '   RISQUE FAIBLE       : ' WS-NB-FAIBLE
            DISPLAY '   RISQUE MOYEN        : ' WS-NB-MOYEN
            DISPLAY '   RISQUE ELEVE        : ' WS-NB-ELEVE
            DISPLAY '   REVUES ECHUES       : ' WS-NB-ECHUS
            DISPLAY '   NOUVELLES INSCRITES : ' WS-NB-INSCRITS
            DISPLAY '   RESTRICTIONS POSEES : ' WS-NB-RESTREINTS
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-CLIENTS TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8RISQ       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
