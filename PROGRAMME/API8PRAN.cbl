       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8PRAN.
      *===============================================================
      *    BATCH ANNUEL DES RELEVES DE PRET ET ATTESTATIONS D'INTERETS
      *    Un releve par pret API8.PRET pour l'annee civile (carte
      *    SYSIN : annee AAAA ; carte blanche = annee precedente) :
      *       - capital restant du au 1er janvier et au 31 decembre,
      *         reconstitue depuis le capital restant courant en
      *         rajoutant les mouvements posterieurs (echeances
      *         reglees, remboursements anticipes, passage en perte)
      *       - echeances reglees dans l'annee (capital, interets,
      *         assurance), impayees ('I') et regenerees par un
      *         remboursement anticipe
      *       - detail des remboursements anticipes API8PRRA
      *         historises sur API8.REMBANTICIPE
      *       - interets et penalites de retard (API8.RELANCEPRET,
      *         API8PRCV) payes ; primes d'assurance s'il y en a
      *    suivi de l'attestation d'interets de l'annee, sur une
      *    nouvelle page.
      *    Routage par la preference de distribution du client
      *    (CLIENT.PREF_RELEVE, repli 'P' ; un client NPAI est garde
      *    en agence) comme API8RELV : flux papier, flux electronique
      *    et fichier d'index (client, preference, pages, adresse,
      *    pret) pour la machine de mise sous pli, une unite par
      *    pret. Les fichiers emis sont conserves au catalogue des
      *    fichiers emis (API8FICE).
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FRLPPAP ASSIGN TO OUT053
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FRLPPAP.

           SELECT FRLPELE ASSIGN TO OUT054
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FRLPELE.

           SELECT FRLPIDX ASSIGN TO OUT055
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FRLPIDX.

       DATA DIVISION.

       FILE SECTION.
       FD  FRLPPAP
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-PAP             PIC X(80).

       FD  FRLPELE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-ELE             PIC X(80).

       FD  FRLPIDX
           RECORD CONTAINS 100 CHARACTERS.
       01  BUF-LIGNE-IDX.
           05 BUF-IDX-ID-CLIENT       PIC 9(10).
           05 BUF-IDX-PREF            PIC X(1).
           05 BUF-IDX-PAGE-DEB        PIC 9(5).
           05 BUF-IDX-PAGE-FIN        PIC 9(5).
           05 BUF-IDX-ADRESSE         PIC X(60).
           05 BUF-IDX-ID-PRET         PIC 9(10).
           05 FILLER                  PIC X(9).

       WORKING-STORAGE SECTION.

       77  FS-FRLPPAP                 PIC X(2).
       77  FS-FRLPELE                 PIC X(2).
       77  FS-FRLPIDX                 PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE CLIENT
           END-EXEC.

       01  WS-PARAM-SAISIE.
           05  WS-PARAM-ANNEE         PIC X(4).
           05  FILLER                 PIC X(76).

       01  WS-DATE-JOUR              PIC X(8).
       01  WS-ANNEE                  PIC 9(4).
       01  WS-PERIODE-DEB            PIC X(8).
       01  WS-PERIODE-FIN            PIC X(8).

      *    Pret courant
       01  WS-ID-PRET-CUR            PIC S9(9) COMP.
       01  WS-ID-CLIENT-CUR          PIC S9(9) COMP.
       01  WS-ID-COMPTE-CUR          PIC S9(9) COMP.
       01  WS-MONTANT-PRET           PIC S9(8)V99 COMP-3.
       01  WS-TAUX-PRET              PIC S9(3)V9(6) COMP-3.
       01  WS-CAPITAL-RESTANT        PIC S9(8)V99 COMP-3.
       01  WS-STATUT-PRET            PIC X(1).
       01  WS-DATE-OCTROI            PIC X(8).
       01  WS-MONTANT-PERTE          PIC S9(8)V99 COMP-3.
       01  WS-DATE-PERTE             PIC X(8).
       01  WS-NULL-IND-PERTE         PIC S9(4) COMP.

      *    Capital reconstitue aux bornes de l'annee
       01  WS-CAPITAL-DEB-AN         PIC S9(8)V99 COMP-3.
       01  WS-CAPITAL-FIN-AN         PIC S9(8)V99 COMP-3.
       01  WS-CAPITAL-APRES-AN       PIC S9(8)V99 COMP-3.
       01  WS-REMB-APRES-AN          PIC S9(8)V99 COMP-3.
       01  WS-PERTE-AN               PIC S9(8)V99 COMP-3.
       01  WS-DEBLOQUE-AN-SW         PIC X VALUE 'N'.
           88 DEBLOQUE-DANS-ANNEE          VALUE 'Y'.

      *    Cumuls de l'annee
       01  WS-NB-ECH-PAYEES          PIC S9(9) COMP.
       01  WS-CAPITAL-PAYE           PIC S9(8)V99 COMP-3.
       01  WS-INTERETS-PAYES         PIC S9(8)V99 COMP-3.
       01  WS-ASSURANCE-PAYEE        PIC S9(8)V99 COMP-3.
       01  WS-NB-ECH-IMPAYEES        PIC S9(9) COMP.
       01  WS-MONTANT-IMPAYE         PIC S9(8)V99 COMP-3.
       01  WS-NB-REMB-ANTICIPES      PIC S9(9) COMP.
       01  WS-MONTANT-REMB-AN        PIC S9(8)V99 COMP-3.
       01  WS-NB-ECH-REGENEREES      PIC S9(9) COMP.
       01  WS-PENALITES-PAYEES       PIC S9(8)V99 COMP-3.
       01  WS-NULL-IND-1             PIC S9(4) COMP.
       01  WS-NULL-IND-2             PIC S9(4) COMP.
       01  WS-NULL-IND-3             PIC S9(4) COMP.
       01  WS-NULL-IND-4             PIC S9(4) COMP.

      *    Remboursement anticipe lu sur API8.REMBANTICIPE
       01  WS-DATE-REMB-CUR          PIC X(8).
       01  WS-MONTANT-REMB-CUR       PIC S9(8)V99 COMP-3.
       01  WS-CAPITAL-APRES-CUR      PIC S9(8)V99 COMP-3.
       01  WS-TYPE-REMB-CUR          PIC X(1).
       01  WS-NB-REGEN-CUR           PIC S9(9) COMP.
       01  WS-LIBELLE-REMB           PIC X(8).

      *    Preference de distribution du client - repli papier ;
      *    un client NPAI est garde en agence (memes regles
      *    qu'API8RELV)
       01  WS-PREF-RELEVE            PIC X(1) VALUE 'P'.
           88 PREF-ELECTRONIQUE            VALUE 'E'.
       01  WS-NPAI-CLIENT            PIC X(1) VALUE 'N'.

      *    Pagination par flux : chaque pret demarre une page, 60
      *    lignes par page ; l'index donne la plage de pages du
      *    releve dans son flux
       01  WS-PAGE-PAP               PIC S9(5) COMP-3 VALUE 0.
       01  WS-PAGE-ELE               PIC S9(5) COMP-3 VALUE 0.
       01  WS-PAGE-DEB-CLIENT        PIC S9(5) COMP-3.
       01  WS-LIGNES-PAGE            PIC S9(3) COMP-3 VALUE 0.
       01  WS-LIGNE-RELEVE           PIC X(80).

      *    Champs numeriques edites pour STRING
       01  WS-ID-PRET-EDIT           PIC 9(9).
       01  WS-ID-COMPTE-EDIT         PIC 9(9).
       01  WS-MONTANT-EDIT           PIC -(7)9,99.
       01  WS-TAUX-EDIT              PIC ZZ9,9999.
       01  WS-NB-EDIT                PIC ZZZ9.

       01  WS-NB-PRETS-LUS           PIC 9(7) VALUE 0.
       01  WS-NB-RELEVES             PIC 9(7) VALUE 0.

      *    Journal d'execution (API8.JOURNALBATCH)
       01  WS-ID-JOURNAL          PIC S9(9) COMP.
       01  WS-JRN-LUS             PIC S9(9) COMP.
       01  WS-JRN-ECRITS          PIC S9(9) COMP.
       01  WS-JRN-REJETES         PIC S9(9) COMP.
       01  WS-JRN-RC              PIC S9(4) COMP.
       01  WS-JRN-NULL-IND        PIC S9(4) COMP.
       01  WS-JRN-SOLDE           PIC X VALUE 'N'.

      *    Zone d'appel du catalogue des fichiers emis API8FICE
       01  FICE-ZONE.
           05  FICE-FONCTION          PIC X(1).
           05  FICE-NOM-FICHIER       PIC X(8).
           05  FICE-PROGRAMME         PIC X(8).
           05  FICE-CONTROLE          PIC X(1).
           05  FICE-LONG-LIGNE        PIC S9(4) COMP.
           05  FICE-LIGNE             PIC X(250).
           05  FICE-ID-EMISSION       PIC S9(9) COMP.
           05  FICE-GENERATION        PIC S9(9) COMP.
           05  FICE-NB-LIGNES         PIC S9(9) COMP.
           05  FICE-CODE-RETOUR       PIC X(1).
       01  WS-FICE-FIN-SW            PIC X VALUE 'N'.
           88 FIN-FICE                     VALUE 'Y'.
       01  WS-FICE-GEN-EDIT          PIC Z(8)9.

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

      *    Annee demandee ; a defaut l'annee civile ecoulee (le
      *    batch passe en debut d'annee)
           MOVE SPACES TO WS-PARAM-SAISIE.
           ACCEPT WS-PARAM-SAISIE FROM SYSIN.
           IF WS-PARAM-ANNEE = SPACES
              ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
              MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE
              SUBTRACT 1 FROM WS-ANNEE
           ELSE
              IF WS-PARAM-ANNEE IS NOT NUMERIC
                 DISPLAY 'ANNEE NON NUMERIQUE : ' WS-PARAM-ANNEE
                 GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
              MOVE WS-PARAM-ANNEE TO WS-ANNEE
           END-IF.
           MOVE WS-ANNEE TO WS-PERIODE-DEB(1:4).
           MOVE '0101' TO WS-PERIODE-DEB(5:4).
           MOVE WS-ANNEE TO WS-PERIODE-FIN(1:4).
           MOVE '1231' TO WS-PERIODE-FIN(5:4).

           DISPLAY '=============================================='
           DISPLAY '*   RELEVES ANNUELS DE PRET ET ATTESTATIONS    '
           DISPLAY '*   PERIODE : ' WS-PERIODE-DEB
              ' A ' WS-PERIODE-FIN
           DISPLAY '=============================================='.

           PERFORM 6000-OPEN-RELEVES
              THRU 6000-OPEN-RELEVES-EXIT.

      *    Prets debloques au plus tard dans l'annee ; un pret deja
      *    solde ou passe en perte avant l'annee n'a ni capital ni
      *    mouvement et est ecarte en 1000
           EXEC SQL
              DECLARE CPRAN CURSOR FOR
              SELECT P.ID_PRET, P.ID_CLIENT, P.ID_COMPTE, P.MONTANT,
                     P.TAUX, VALUE(P.CAPITAL_RESTANT, 0),
                     P.STATUT_PRET,
                     VALUE(P.DATE_OCTROI, P.DATE_OFFRE),
                     VALUE(P.MONTANT_PERTE, 0), P.DATE_PASSAGE_PERTE
              FROM API8.PRET P
              WHERE P.STATUT_PRET IN ('A', 'D', 'S', 'W')
                AND VALUE(P.DATE_OCTROI, P.DATE_OFFRE)
                    <= :WS-PERIODE-FIN
              ORDER BY P.ID_CLIENT, P.ID_PRET
           END-EXEC.

           EXEC SQL
              OPEN CPRAN
           END-EXEC.

           PERFORM 1000-TRAITER-PRET
              THRU 1000-TRAITER-PRET-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CPRAN
           END-EXEC.

           PERFORM 6220-CLOSE-RELEVES
              THRU 6220-CLOSE-RELEVES-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-TRAITER-PRET.
           EXEC SQL
              FETCH CPRAN
              INTO :WS-ID-PRET-CUR, :WS-ID-CLIENT-CUR,
                   :WS-ID-COMPTE-CUR, :WS-MONTANT-PRET,
                   :WS-TAUX-PRET, :WS-CAPITAL-RESTANT,
                   :WS-STATUT-PRET, :WS-DATE-OCTROI,
                   :WS-MONTANT-PERTE,
                   :WS-DATE-PERTE :WS-NULL-IND-PERTE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-TRAITER-PRET-EXIT
           END-IF.
           ADD 1 TO WS-NB-PRETS-LUS.
           IF WS-NULL-IND-PERTE = -1
              MOVE SPACES TO WS-DATE-PERTE
           END-IF.

           PERFORM 1200-RECONSTITUER-CAPITAL
              THRU 1200-RECONSTITUER-CAPITAL-EXIT.

           PERFORM 1300-CUMULER-ANNEE
              THRU 1300-CUMULER-ANNEE-EXIT.

      *    Rien du au 1er janvier, rien bouge dans l'annee : pas de
      *    releve (pret solde avant l'annee)
           IF WS-CAPITAL-DEB-AN = 0
              AND WS-NB-ECH-IMPAYEES = 0
              AND WS-PENALITES-PAYEES = 0
              GO TO 1000-TRAITER-PRET-EXIT
           END-IF.

      *    Pret debloque en cours d'annee : rien n'etait du au 1er
      *    janvier, le deblocage est edite a part
           MOVE 'N' TO WS-DEBLOQUE-AN-SW.
           IF WS-DATE-OCTROI >= WS-PERIODE-DEB
              SET DEBLOQUE-DANS-ANNEE TO TRUE
              MOVE 0 TO WS-CAPITAL-DEB-AN
           END-IF.

           PERFORM 1100-LIRE-CLIENT
              THRU 1100-LIRE-CLIENT-EXIT.

           PERFORM 1350-DEBUTER-UNITE-PRET
              THRU 1350-DEBUTER-UNITE-PRET-EXIT.

           PERFORM 1400-EDITER-RELEVE
              THRU 1400-EDITER-RELEVE-EXIT.

           PERFORM 1450-EDITER-REMBOURSEMENTS
              THRU 1450-EDITER-REMBOURSEMENTS-EXIT.

           PERFORM 1500-EDITER-ATTESTATION
              THRU 1500-EDITER-ATTESTATION-EXIT.

           PERFORM 1600-ECRIRE-INDEX
              THRU 1600-ECRIRE-INDEX-EXIT.

           ADD 1 TO WS-NB-RELEVES.
      *    Le curseur principal continue au pret suivant
           MOVE 0 TO SQLCODE.

       1000-TRAITER-PRET-EXIT.
           EXIT.

       1100-LIRE-CLIENT.
           MOVE WS-ID-CLIENT-CUR TO WS-ID-CLIENT OF DCLCLIENT.
           MOVE 'P' TO WS-PREF-RELEVE.
           MOVE 'N' TO WS-NPAI-CLIENT.
           MOVE SPACES TO WS-NOM-CLIENT.
           MOVE SPACES TO WS-PRENOM-CLIENT.
           MOVE SPACES TO WS-ADRESSE-CLIENT.
           EXEC SQL
              SELECT NOM_CLIENT, PRENOM_CLIENT,
                     VALUE(ADRESSE_CLIENT, ' '),
                     VALUE(PREF_RELEVE, 'P'), VALUE(NPAI, 'N')
              INTO :WS-NOM-CLIENT, :WS-PRENOM-CLIENT,
                   :WS-ADRESSE-CLIENT, :WS-PREF-RELEVE,
                   :WS-NPAI-CLIENT
              FROM API8.CLIENT
              WHERE ID_CLIENT = :DCLCLIENT.WS-ID-CLIENT
           END-EXEC.
           IF WS-PREF-RELEVE = SPACE
              MOVE 'P' TO WS-PREF-RELEVE
           END-IF.
      *    NPAI : le papier reste garde en agence (meme regle
      *    qu'API8RELV)
           IF WS-NPAI-CLIENT = 'Y' AND WS-PREF-RELEVE = 'P'
              MOVE 'A' TO WS-PREF-RELEVE
           END-IF.

       1100-LIRE-CLIENT-EXIT.
           EXIT.

       1200-RECONSTITUER-CAPITAL.
      *    Capital au 31 decembre = capital restant courant plus ce
      *    qui l'a diminue depuis : echeances reglees apres l'annee,
      *    remboursements anticipes apres l'annee, passage en perte
      *    (API8PERT remet le capital a zero) apres l'annee
           MOVE 0 TO WS-CAPITAL-APRES-AN.
           EXEC SQL
              SELECT SUM(MONTANT_CAPITAL)
              INTO :WS-CAPITAL-APRES-AN :WS-NULL-IND-1
              FROM API8.ECHEANCIER
              WHERE ID_PRET = :WS-ID-PRET-CUR
                AND STATUT_ECH = 'P'
                AND DATE_REGLEMENT > :WS-PERIODE-FIN
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-CAPITAL-APRES-AN
           END-IF.

           MOVE 0 TO WS-REMB-APRES-AN.
           EXEC SQL
              SELECT SUM(MONTANT_REMB)
              INTO :WS-REMB-APRES-AN :WS-NULL-IND-2
              FROM API8.REMBANTICIPE
              WHERE ID_PRET = :WS-ID-PRET-CUR
                AND DATE_REMB > :WS-PERIODE-FIN
           END-EXEC.
           IF WS-NULL-IND-2 = -1
              MOVE 0 TO WS-REMB-APRES-AN
           END-IF.

           COMPUTE WS-CAPITAL-FIN-AN =
              WS-CAPITAL-RESTANT + WS-CAPITAL-APRES-AN
                                 + WS-REMB-APRES-AN.

           MOVE 0 TO WS-PERTE-AN.
           IF WS-STATUT-PRET = 'W' AND WS-DATE-PERTE NOT = SPACES
              IF WS-DATE-PERTE > WS-PERIODE-FIN
                 ADD WS-MONTANT-PERTE TO WS-CAPITAL-FIN-AN
              ELSE
                 IF WS-DATE-PERTE >= WS-PERIODE-DEB
                    MOVE WS-MONTANT-PERTE TO WS-PERTE-AN
                 END-IF
              END-IF
           END-IF.

       1200-RECONSTITUER-CAPITAL-EXIT.
           EXIT.

       1300-CUMULER-ANNEE.
      *    Echeances reglees dans l'annee (date de reglement posee
      *    par API8ECHE)
           MOVE 0 TO WS-NB-ECH-PAYEES.
           EXEC SQL
              SELECT COUNT(*), SUM(MONTANT_CAPITAL),
                     SUM(MONTANT_INTERET),
                     SUM(VALUE(MONTANT_ASSURANCE, 0))
              INTO :WS-NB-ECH-PAYEES,
                   :WS-CAPITAL-PAYE :WS-NULL-IND-1,
                   :WS-INTERETS-PAYES :WS-NULL-IND-2,
                   :WS-ASSURANCE-PAYEE :WS-NULL-IND-3
              FROM API8.ECHEANCIER
              WHERE ID_PRET = :WS-ID-PRET-CUR
                AND STATUT_ECH = 'P'
                AND DATE_REGLEMENT BETWEEN :WS-PERIODE-DEB
                                       AND :WS-PERIODE-FIN
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-CAPITAL-PAYE
              MOVE 0 TO WS-INTERETS-PAYES
              MOVE 0 TO WS-ASSURANCE-PAYEE
           END-IF.

      *    Echeances de l'annee restees impayees
           MOVE 0 TO WS-NB-ECH-IMPAYEES.
           EXEC SQL
              SELECT COUNT(*),
                     SUM(MONTANT_CAPITAL + MONTANT_INTERET
                         + VALUE(MONTANT_ASSURANCE, 0))
              INTO :WS-NB-ECH-IMPAYEES,
                   :WS-MONTANT-IMPAYE :WS-NULL-IND-1
              FROM API8.ECHEANCIER
              WHERE ID_PRET = :WS-ID-PRET-CUR
                AND STATUT_ECH = 'I'
                AND DATE_ECHEANCE BETWEEN :WS-PERIODE-DEB
                                      AND :WS-PERIODE-FIN
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-MONTANT-IMPAYE
           END-IF.

      *    Remboursements anticipes de l'annee et echeances
      *    regenerees a cette occasion
           MOVE 0 TO WS-NB-REMB-ANTICIPES.
           EXEC SQL
              SELECT COUNT(*), SUM(MONTANT_REMB),
                     SUM(NB_ECH_REGENEREES)
              INTO :WS-NB-REMB-ANTICIPES,
                   :WS-MONTANT-REMB-AN :WS-NULL-IND-1,
                   :WS-NB-ECH-REGENEREES :WS-NULL-IND-2
              FROM API8.REMBANTICIPE
              WHERE ID_PRET = :WS-ID-PRET-CUR
                AND DATE_REMB BETWEEN :WS-PERIODE-DEB
                                  AND :WS-PERIODE-FIN
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-MONTANT-REMB-AN
              MOVE 0 TO WS-NB-ECH-REGENEREES
           END-IF.

      *    Penalites de retard debitees par le recouvrement API8PRCV
           EXEC SQL
              SELECT SUM(MONTANT_PENALITE)
              INTO :WS-PENALITES-PAYEES :WS-NULL-IND-4
              FROM API8.RELANCEPRET
              WHERE ID_PRET = :WS-ID-PRET-CUR
                AND DATE_RELANCE BETWEEN :WS-PERIODE-DEB
                                     AND :WS-PERIODE-FIN
           END-EXEC.
           IF WS-NULL-IND-4 = -1
              MOVE 0 TO WS-PENALITES-PAYEES
           END-IF.

      *    Capital au 1er janvier = capital au 31 decembre plus ce
      *    qui l'a diminue pendant l'annee
           COMPUTE WS-CAPITAL-DEB-AN =
              WS-CAPITAL-FIN-AN + WS-CAPITAL-PAYE
                                + WS-MONTANT-REMB-AN + WS-PERTE-AN.

       1300-CUMULER-ANNEE-EXIT.
           EXIT.

       1350-DEBUTER-UNITE-PRET.
      *    Chaque releve demarre une nouvelle page dans son flux
           MOVE 0 TO WS-LIGNES-PAGE.
           IF PREF-ELECTRONIQUE
              ADD 1 TO WS-PAGE-ELE
              MOVE WS-PAGE-ELE TO WS-PAGE-DEB-CLIENT
           ELSE
              ADD 1 TO WS-PAGE-PAP
              MOVE WS-PAGE-PAP TO WS-PAGE-DEB-CLIENT
           END-IF.

       1350-DEBUTER-UNITE-PRET-EXIT.
           EXIT.

       1400-EDITER-RELEVE.
           MOVE '------------------------------------------------'
              TO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE WS-ID-PRET-CUR TO WS-ID-PRET-EDIT.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING 'RELEVE ANNUEL DE PRET ' WS-ID-PRET-EDIT
              ' - ANNEE ' WS-ANNEE
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING WS-PRENOM-CLIENT ' ' WS-NOM-CLIENT
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE WS-ADRESSE-CLIENT TO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE WS-ID-COMPTE-CUR TO WS-ID-COMPTE-EDIT.
           MOVE WS-TAUX-PRET TO WS-TAUX-EDIT.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING 'COMPTE DE PRELEVEMENT : ' WS-ID-COMPTE-EDIT
              '   TAUX : ' WS-TAUX-EDIT ' %'
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE '------------------------------------------------'
              TO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE WS-CAPITAL-DEB-AN TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING 'CAPITAL RESTANT DU AU 01/01 : ' WS-MONTANT-EDIT
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           IF DEBLOQUE-DANS-ANNEE
              MOVE WS-MONTANT-PRET TO WS-MONTANT-EDIT
              MOVE SPACES TO WS-LIGNE-RELEVE
              STRING 'PRET DEBLOQUE LE ' WS-DATE-OCTROI
                 '      : ' WS-MONTANT-EDIT
                 DELIMITED BY SIZE INTO WS-LIGNE-RELEVE
              PERFORM 6300-ECRIRE-LIGNE-RELEVE
                 THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT
           END-IF.

           MOVE WS-NB-ECH-PAYEES TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING 'ECHEANCES REGLEES           : ' WS-NB-EDIT
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE WS-CAPITAL-PAYE TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING '  CAPITAL AMORTI            : ' WS-MONTANT-EDIT
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE WS-INTERETS-PAYES TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING '  INTERETS PAYES            : ' WS-MONTANT-EDIT
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           IF WS-ASSURANCE-PAYEE NOT = 0
              MOVE WS-ASSURANCE-PAYEE TO WS-MONTANT-EDIT
              MOVE SPACES TO WS-LIGNE-RELEVE
              STRING '  PRIMES D''ASSURANCE        : '
                 WS-MONTANT-EDIT
                 DELIMITED BY SIZE INTO WS-LIGNE-RELEVE
              PERFORM 6300-ECRIRE-LIGNE-RELEVE
                 THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT
           END-IF.

           MOVE WS-NB-ECH-IMPAYEES TO WS-NB-EDIT.
           MOVE WS-MONTANT-IMPAYE TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING 'ECHEANCES IMPAYEES          : ' WS-NB-EDIT
              '  MONTANT : ' WS-MONTANT-EDIT
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE WS-NB-ECH-REGENEREES TO WS-NB-EDIT.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING 'ECHEANCES REECHELONNEES     : ' WS-NB-EDIT
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE WS-MONTANT-REMB-AN TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING 'REMBOURSEMENTS ANTICIPES    : ' WS-MONTANT-EDIT
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE WS-PENALITES-PAYEES TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING 'PENALITES DE RETARD PAYEES  : ' WS-MONTANT-EDIT
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           IF WS-PERTE-AN NOT = 0
              MOVE WS-PERTE-AN TO WS-MONTANT-EDIT
              MOVE SPACES TO WS-LIGNE-RELEVE
              STRING 'CREANCE PASSEE EN PERTE     : '
                 WS-MONTANT-EDIT
                 DELIMITED BY SIZE INTO WS-LIGNE-RELEVE
              PERFORM 6300-ECRIRE-LIGNE-RELEVE
                 THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT
           END-IF.

           MOVE WS-CAPITAL-FIN-AN TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING 'CAPITAL RESTANT DU AU 31/12 : ' WS-MONTANT-EDIT
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

       1400-EDITER-RELEVE-EXIT.
           EXIT.

       1450-EDITER-REMBOURSEMENTS.
      *    Detail des remboursements anticipes de l'annee
           IF WS-NB-REMB-ANTICIPES = 0
              GO TO 1450-EDITER-REMBOURSEMENTS-EXIT
           END-IF.

           MOVE 'DETAIL DES REMBOURSEMENTS ANTICIPES'
              TO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           EXEC SQL
              DECLARE CREMBAN CURSOR FOR
              SELECT DATE_REMB, MONTANT_REMB, CAPITAL_APRES,
                     TYPE_REMB, NB_ECH_REGENEREES
              FROM API8.REMBANTICIPE
              WHERE ID_PRET = :WS-ID-PRET-CUR
                AND DATE_REMB BETWEEN :WS-PERIODE-DEB
                                  AND :WS-PERIODE-FIN
              ORDER BY DATE_REMB
           END-EXEC.

           EXEC SQL
              OPEN CREMBAN
           END-EXEC.

           PERFORM 1460-FETCH-REMBOURSEMENT
              THRU 1460-FETCH-REMBOURSEMENT-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CREMBAN
           END-EXEC.
           MOVE 0 TO SQLCODE.

       1450-EDITER-REMBOURSEMENTS-EXIT.
           EXIT.

       1460-FETCH-REMBOURSEMENT.
           EXEC SQL
              FETCH CREMBAN
              INTO :WS-DATE-REMB-CUR, :WS-MONTANT-REMB-CUR,
                   :WS-CAPITAL-APRES-CUR, :WS-TYPE-REMB-CUR,
                   :WS-NB-REGEN-CUR
           END-EXEC.

           IF SQLCODE = 0
              EVALUATE WS-TYPE-REMB-CUR
                 WHEN 'T'
                    MOVE 'TOTAL' TO WS-LIBELLE-REMB
                 WHEN 'S'
                    MOVE 'SINISTRE' TO WS-LIBELLE-REMB
                 WHEN OTHER
                    MOVE 'PARTIEL' TO WS-LIBELLE-REMB
              END-EVALUATE
              MOVE WS-MONTANT-REMB-CUR TO WS-MONTANT-EDIT
              MOVE WS-NB-REGEN-CUR TO WS-NB-EDIT
              MOVE SPACES TO WS-LIGNE-RELEVE
              STRING '  ' WS-DATE-REMB-CUR ' ' WS-LIBELLE-REMB
                 ' ' WS-MONTANT-EDIT
                 '  ECHEANCES REGENEREES ' WS-NB-EDIT
                 DELIMITED BY SIZE INTO WS-LIGNE-RELEVE
              PERFORM 6300-ECRIRE-LIGNE-RELEVE
                 THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT
              MOVE WS-CAPITAL-APRES-CUR TO WS-MONTANT-EDIT
              MOVE SPACES TO WS-LIGNE-RELEVE
              STRING '           CAPITAL RESTANT APRES : '
                 WS-MONTANT-EDIT
                 DELIMITED BY SIZE INTO WS-LIGNE-RELEVE
              PERFORM 6300-ECRIRE-LIGNE-RELEVE
                 THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT
           END-IF.

       1460-FETCH-REMBOURSEMENT-EXIT.
           EXIT.

       1500-EDITER-ATTESTATION.
      *    Attestation d'interets sur une nouvelle page du meme flux :
      *    interets, penalites de retard et primes d'assurance
      *    effectivement payes dans l'annee
           MOVE 60 TO WS-LIGNES-PAGE.

           MOVE '================================================'
              TO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING 'ATTESTATION D''INTERETS D''EMPRUNT - ANNEE '
              WS-ANNEE
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE '================================================'
              TO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING 'NOUS ATTESTONS QUE ' WS-PRENOM-CLIENT ' '
              WS-NOM-CLIENT
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING 'A ACQUITTE AU TITRE DU PRET ' WS-ID-PRET-EDIT
              ' DU ' WS-PERIODE-DEB ' AU ' WS-PERIODE-FIN ' :'
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE WS-INTERETS-PAYES TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING '  INTERETS D''EMPRUNT        : ' WS-MONTANT-EDIT
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE WS-PENALITES-PAYEES TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING '  PENALITES DE RETARD       : ' WS-MONTANT-EDIT
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           IF WS-ASSURANCE-PAYEE NOT = 0
              MOVE WS-ASSURANCE-PAYEE TO WS-MONTANT-EDIT
              MOVE SPACES TO WS-LIGNE-RELEVE
              STRING '  PRIMES D''ASSURANCE        : '
                 WS-MONTANT-EDIT
                 DELIMITED BY SIZE INTO WS-LIGNE-RELEVE
              PERFORM 6300-ECRIRE-LIGNE-RELEVE
                 THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT
           END-IF.

           MOVE 'ATTESTATION ETABLIE POUR SERVIR ET VALOIR CE QUE'
              TO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE 'DE DROIT.' TO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE '------------------------------------------------'
              TO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

       1500-EDITER-ATTESTATION-EXIT.
           EXIT.

       1600-ECRIRE-INDEX.
      *    Une ligne d'index par releve pour la machine de mise sous
      *    pli : flux, plage de pages dans ce flux, adresse postale,
      *    pret ; une preference 'A' (garde en agence) part dans le
      *    flux papier mais reste reconnaissable par son code
           MOVE SPACES TO BUF-LIGNE-IDX.
           MOVE WS-ID-CLIENT-CUR TO BUF-IDX-ID-CLIENT.
           MOVE WS-PREF-RELEVE TO BUF-IDX-PREF.
           MOVE WS-PAGE-DEB-CLIENT TO BUF-IDX-PAGE-DEB.
           IF PREF-ELECTRONIQUE
              MOVE WS-PAGE-ELE TO BUF-IDX-PAGE-FIN
           ELSE
              MOVE WS-PAGE-PAP TO BUF-IDX-PAGE-FIN
           END-IF.
           MOVE WS-ADRESSE-CLIENT TO BUF-IDX-ADRESSE.
           MOVE WS-ID-PRET-CUR TO BUF-IDX-ID-PRET.
           WRITE BUF-LIGNE-IDX.
           IF FS-FRLPIDX NOT = '00'
               DISPLAY 'ERROR WRITING FRLPIDX: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPIDX
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       1600-ECRIRE-INDEX-EXIT.
           EXIT.

       6000-OPEN-RELEVES.
           OPEN OUTPUT FRLPPAP.
           IF FS-FRLPPAP NOT = '00'
               DISPLAY 'ERROR OPENING FRLPPAP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPPAP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           OPEN OUTPUT FRLPELE.
           IF FS-FRLPELE NOT = '00'
               DISPLAY 'ERROR OPENING FRLPELE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPELE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           OPEN OUTPUT FRLPIDX.
           IF FS-FRLPIDX NOT = '00'
               DISPLAY 'ERROR OPENING FRLPIDX: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPIDX
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6000-OPEN-RELEVES-EXIT.
           EXIT.

       6220-CLOSE-RELEVES.
           CLOSE FRLPPAP.
           IF FS-FRLPPAP NOT = '00'
               DISPLAY 'ERROR CLOSING FRLPPAP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPPAP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           CLOSE FRLPELE.
           IF FS-FRLPELE NOT = '00'
               DISPLAY 'ERROR CLOSING FRLPELE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPELE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           CLOSE FRLPIDX.
           IF FS-FRLPIDX NOT = '00'
               DISPLAY 'ERROR CLOSING FRLPIDX: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPIDX
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-PAP
              THRU 6250-CATALOGUER-PAP-EXIT.

           PERFORM 6250-CATALOGUER-ELE
              THRU 6250-CATALOGUER-ELE-EXIT.

           PERFORM 6250-CATALOGUER-IDX
              THRU 6250-CATALOGUER-IDX-EXIT.

       6220-CLOSE-RELEVES-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-PAP.
           MOVE 'FRLPPAP' TO FICE-NOM-FICHIER.
           MOVE 'API8PRAN' TO FICE-PROGRAMME.
           MOVE 'N' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRLPPAP NON CATALOGUE'
              GO TO 6250-CATALOGUER-PAP-EXIT
           END-IF.

           OPEN INPUT FRLPPAP.
           IF FS-FRLPPAP NOT = '00'
               DISPLAY 'ERROR OPENING FRLPPAP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPPAP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-PAP
              THRU 6260-CATALOGUER-LIGNE-PAP-EXIT
              UNTIL FIN-FICE.

           CLOSE FRLPPAP.
           IF FS-FRLPPAP NOT = '00'
               DISPLAY 'ERROR CLOSING FRLPPAP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPPAP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRLPPAP NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FRLPPAP CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-PAP-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-PAP.
           READ FRLPPAP
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FRLPPAP NOT = '00' AND FS-FRLPPAP NOT = '10'
               DISPLAY 'ERROR READING FRLPPAP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPPAP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-PAP TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-PAP-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-ELE.
           MOVE 'FRLPELE' TO FICE-NOM-FICHIER.
           MOVE 'API8PRAN' TO FICE-PROGRAMME.
           MOVE 'N' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRLPELE NON CATALOGUE'
              GO TO 6250-CATALOGUER-ELE-EXIT
           END-IF.

           OPEN INPUT FRLPELE.
           IF FS-FRLPELE NOT = '00'
               DISPLAY 'ERROR OPENING FRLPELE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPELE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-ELE
              THRU 6260-CATALOGUER-LIGNE-ELE-EXIT
              UNTIL FIN-FICE.

           CLOSE FRLPELE.
           IF FS-FRLPELE NOT = '00'
               DISPLAY 'ERROR CLOSING FRLPELE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPELE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRLPELE NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FRLPELE CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-ELE-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-ELE.
           READ FRLPELE
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FRLPELE NOT = '00' AND FS-FRLPELE NOT = '10'
               DISPLAY 'ERROR READING FRLPELE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPELE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-ELE TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-ELE-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-IDX.
           MOVE 'FRLPIDX' TO FICE-NOM-FICHIER.
           MOVE 'API8PRAN' TO FICE-PROGRAMME.
           MOVE 'N' TO FICE-CONTROLE.
           MOVE 100 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRLPIDX NON CATALOGUE'
              GO TO 6250-CATALOGUER-IDX-EXIT
           END-IF.

           OPEN INPUT FRLPIDX.
           IF FS-FRLPIDX NOT = '00'
               DISPLAY 'ERROR OPENING FRLPIDX: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPIDX
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-IDX
              THRU 6260-CATALOGUER-LIGNE-IDX-EXIT
              UNTIL FIN-FICE.

           CLOSE FRLPIDX.
           IF FS-FRLPIDX NOT = '00'
               DISPLAY 'ERROR CLOSING FRLPIDX: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPIDX
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRLPIDX NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FRLPIDX CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-IDX-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-IDX.
           READ FRLPIDX
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FRLPIDX NOT = '00' AND FS-FRLPIDX NOT = '10'
               DISPLAY 'ERROR READING FRLPIDX: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPIDX
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-IDX TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-IDX-EXIT.
           EXIT.

       6300-ECRIRE-LIGNE-RELEVE.
      *    Route la ligne vers le flux du client ; toutes les 60
      *    lignes, la page suivante du flux est comptee pour l'index
           IF WS-LIGNES-PAGE >= 60
              MOVE 0 TO WS-LIGNES-PAGE
              IF PREF-ELECTRONIQUE
                 ADD 1 TO WS-PAGE-ELE
              ELSE
                 ADD 1 TO WS-PAGE-PAP
              END-IF
           END-IF.
           ADD 1 TO WS-LIGNES-PAGE.

           IF PREF-ELECTRONIQUE
              MOVE WS-LIGNE-RELEVE TO BUF-LIGNE-ELE
              WRITE BUF-LIGNE-ELE
              IF FS-FRLPELE NOT = '00'
                  DISPLAY 'ERROR WRITING FRLPELE: '
                  DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPELE
                  GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
           ELSE
              MOVE WS-LIGNE-RELEVE TO BUF-LIGNE-PAP
              WRITE BUF-LIGNE-PAP
              IF FS-FRLPPAP NOT = '00'
                  DISPLAY 'ERROR WRITING FRLPPAP: '
                  DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRLPPAP
                  GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
           END-IF.

       6300-ECRIRE-LIGNE-RELEVE-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           EXEC SQL
              SELECT MAX(ID_JOURNAL)
              INTO :WS-ID-JOURNAL :WS-JRN-NULL-IND
              FROM API8.JOURNALBATCH
           END-EXEC.

           IF WS-JRN-NULL-IND = -1
              MOVE 1 TO WS-ID-JOURNAL
           ELSE
              ADD 1 TO WS-ID-JOURNAL
           END-IF.

           EXEC SQL
              INSERT INTO API8.JOURNALBATCH
                 (ID_JOURNAL, NOM_PROGRAMME, DATE_EXECUTION,
                  HEURE_DEBUT, STATUT_EXEC)
              VALUES
                 (:WS-ID-JOURNAL, 'API8PRAN', CURRENT DATE,
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
            MOVE WS-NB-PRETS-LUS TO WS-JRN-LUS.
            MOVE WS-NB-RELEVES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
      *
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8PRAN        '
            DISPLAY '*     PRETS LUS          : ' WS-NB-PRETS-LUS
            DISPLAY '*     RELEVES EDITES     : ' WS-NB-RELEVES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
            MOVE WS-NB-PRETS-LUS TO WS-JRN-LUS.
            MOVE WS-NB-RELEVES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8PRAN       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
