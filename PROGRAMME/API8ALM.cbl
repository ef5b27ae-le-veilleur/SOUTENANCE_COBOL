       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8ALM.
      *===============================================================
      *    BATCH MENSUEL DE L'ECHEANCIER ACTIF-PASSIF ET DE L'IMPASSE
      *    DE TAUX
      *    API8TRSO ne projette la tresorerie que sur quelques jours.
      *    Lance en fin de mois, ce batch range chaque encours, a la
      *    journee comptable, dans sept bandes de maturite : au jour
      *    le jour, jusqu'a 1 mois, 3 mois, 6 mois, 12 mois, de 1 a
      *    5 ans et au-dela de 5 ans (30, 91, 182, 365 et 1826 jours).
      *       ACTIF   prets actifs et en defaut par echeances a venir
      *               (API8.ECHEANCIER 'A', capital) ; les echeances
      *               impayees, douteuses, ne sont pas ecoulees ;
      *               decouverts des comptes au jour le jour
      *       PASSIF  comptes courants et comptes d'epargne (livret
      *               'LIV' et produits API8.PARAMPROD EPARGNE = 1)
      *               selon une loi d'ecoulement conventionnelle :
      *               pourcentage de l'encours par bande, API8.
      *               PARAMETRE ALM_ECOUL_CC_1 a _7 et ALM_ECOUL_EP_1 a
      *               _7 (replis ci-dessous, total 100 exige) ;
      *               depots a terme actifs (API8.DEPOTATERME, capital)
      *               a leur date d'echeance
      *    Taux fixe et taux variable sont presentes separement : les
      *    prets API8.PRET TYPE_TAUX 'V', les decouverts et l'epargne
      *    reglementee sont a taux variable ; les comptes courants
      *    (non remuneres) et les depots a terme sont a taux fixe.
      *    L'etat donne par bande l'impasse de liquidite (actif moins
      *    passif, ecoulement) et l'impasse de taux (actif moins
      *    passif sensibles, a leur date de refixation), chacune avec
      *    son cumul, puis le coefficient de liquidite a un mois :
      *    actif sur passif cumules des deux premieres bandes, en
      *    pourcentage. Refixation :
      *       - taux fixe : a l'echeance (prets, depots a terme)
      *       - prets variables : capital restant du a la prochaine
      *         revision annuelle d'API8RVTX (mois anniversaire de
      *         DATE_OCTROI ; revision en retard : bande 1 mois)
      *       - epargne : encours entier dans la bande ALM_REPRIX_EP
      *         (repli 4, taux reglemente revise au semestre)
      *       - decouverts : au jour le jour
      *       - comptes courants : non sensibles, hors impasse
      *    L'etat sort sur SYSOUT et en fichier CSV (FALM/OUT056,
      *    meme style qu'API8KPI) :
      *       H;journee_comptable
      *       L;bande;actif_fixe;actif_variable;passif_fixe;
      *         passif_variable;impasse;impasse_cumulee
      *       R;bande;actif_sensible;passif_sensible;impasse;
      *         impasse_cumulee
      *       T;coefficient_liquidite
      *    Une loi d'ecoulement parametree dont le total n'est pas 100
      *    est ecartee au profit des replis (code retour 4).
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FALM ASSIGN TO OUT056
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FALM.

       DATA DIVISION.

       FILE SECTION.
       FD  FALM
           RECORD CONTAINS 132 CHARACTERS.
       01  BUF-LIGNE-CSV             PIC X(132).

       WORKING-STORAGE SECTION.

       77  FS-FALM                   PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *    Journee d'arrete
       01  WS-DATE-ARRETE            PIC 9(8).
       01  FILLER REDEFINES WS-DATE-ARRETE.
           05  WS-ARRETE-AAAA        PIC 9(4).
           05  WS-ARRETE-MM          PIC 9(2).
           05  WS-ARRETE-JJ          PIC 9(2).
       01  WS-DATE-CALC              PIC 9(8).

      *    Bandes de maturite : libelle, borne en jours (la derniere
      *    est ouverte), lois d'ecoulement de repli en pourcentage
       01  WS-INIT-BANDES.
           05  FILLER   PIC X(12) VALUE 'JOUR/JOUR   '.
           05  FILLER   PIC 9(5)  VALUE 00001.
           05  FILLER   PIC 9(3)  VALUE 010.
           05  FILLER   PIC 9(3)  VALUE 005.
           05  FILLER   PIC X(12) VALUE '<= 1 MOIS   '.
           05  FILLER   PIC 9(5)  VALUE 00030.
           05  FILLER   PIC 9(3)  VALUE 005.
           05  FILLER   PIC 9(3)  VALUE 005.
           05  FILLER   PIC X(12) VALUE '<= 3 MOIS   '.
           05  FILLER   PIC 9(5)  VALUE 00091.
           05  FILLER   PIC 9(3)  VALUE 005.
           05  FILLER   PIC 9(3)  VALUE 005.
           05  FILLER   PIC X(12) VALUE '<= 6 MOIS   '.
           05  FILLER   PIC 9(5)  VALUE 00182.
           05  FILLER   PIC 9(3)  VALUE 005.
           05  FILLER   PIC 9(3)  VALUE 010.
           05  FILLER   PIC X(12) VALUE '<= 12 MOIS  '.
           05  FILLER   PIC 9(5)  VALUE 00365.
           05  FILLER   PIC 9(3)  VALUE 005.
           05  FILLER   PIC 9(3)  VALUE 010.
           05  FILLER   PIC X(12) VALUE '1 A 5 ANS   '.
           05  FILLER   PIC 9(5)  VALUE 01826.
           05  FILLER   PIC 9(3)  VALUE 040.
           05  FILLER   PIC 9(3)  VALUE 040.
           05  FILLER   PIC X(12) VALUE '> 5 ANS     '.
           05  FILLER   PIC 9(5)  VALUE 99999.
           05  FILLER   PIC 9(3)  VALUE 030.
           05  FILLER   PIC 9(3)  VALUE 025.
       01  WS-TAB-INIT REDEFINES WS-INIT-BANDES.
           05  WS-INIT OCCURS 7 TIMES.
               10  WS-INIT-LIBELLE       PIC X(12).
               10  WS-INIT-JOURS         PIC 9(5).
               10  WS-INIT-ECOUL-CC      PIC 9(3).
               10  WS-INIT-ECOUL-EP      PIC 9(3).

       01  WS-NB-BANDES              PIC S9(3) COMP-3 VALUE 7.
       01  WS-TAB-BANDES.
           05  WS-BANDE OCCURS 7 TIMES.
               10  WS-BANDE-DEB          PIC X(8).
               10  WS-BANDE-FIN          PIC X(8).
               10  WS-ECOUL-CC           PIC S9(3)V99 COMP-3.
               10  WS-ECOUL-EP           PIC S9(3)V99 COMP-3.
               10  WS-ACT-FIXE           PIC S9(13)V99 COMP-3.
               10  WS-ACT-VAR            PIC S9(13)V99 COMP-3.
               10  WS-PAS-FIXE           PIC S9(13)V99 COMP-3.
               10  WS-PAS-VAR            PIC S9(13)V99 COMP-3.
               10  WS-REP-ACTIF          PIC S9(13)V99 COMP-3.
               10  WS-REP-PASSIF         PIC S9(13)V99 COMP-3.
       01  I-BANDE                   PIC S9(3) COMP-3.

      *    Bornes de la bande en cours passees au SQL
       01  WS-DEB-BANDE              PIC X(8).
       01  WS-FIN-BANDE              PIC X(8).

      *    Hypotheses d'ecoulement et de refixation (API8.PARAMETRE)
       01  WS-CODE-PARAM-ALM         PIC X(20).
       01  FILLER REDEFINES WS-CODE-PARAM-ALM.
           05  WS-CP-RACINE          PIC X(10).
           05  WS-CP-CATEGORIE       PIC X(2).
           05  WS-CP-SEPARATEUR      PIC X(1).
           05  WS-CP-BANDE           PIC 9(1).
           05  FILLER                PIC X(6).
       01  WS-VALEUR-PARAM           PIC S9(3)V99 COMP-3.
       01  WS-TOTAL-ECOUL-CC         PIC S9(5)V99 COMP-3.
       01  WS-TOTAL-ECOUL-EP         PIC S9(5)V99 COMP-3.
       01  WS-BANDE-REPRIX-EP        PIC S9(3) COMP-3 VALUE 4.
       01  WS-ALERTE-SW              PIC X VALUE 'N'.
           88 HYPOTHESE-ECARTEE            VALUE 'Y'.

      *    Depots a vue et decouverts
       01  WS-ENCOURS-CC             PIC S9(13)V99 COMP-3.
       01  WS-ENCOURS-EP             PIC S9(13)V99 COMP-3.
       01  WS-ENCOURS-DECOUVERT      PIC S9(13)V99 COMP-3.
       01  WS-CUMUL-CC               PIC S9(13)V99 COMP-3.
       01  WS-CUMUL-EP               PIC S9(13)V99 COMP-3.
       01  WS-PART-BANDE             PIC S9(13)V99 COMP-3.

      *    Agregats de la bande en cours
       01  WS-MONTANT-BANDE          PIC S9(13)V99 COMP-3.
       01  WS-NULL-IND-1             PIC S9(4) COMP.

      *    Pret a taux variable lu par le curseur
       01  WS-ID-PRET-CUR            PIC S9(9) COMP.
       01  WS-CAPITAL-RESTANT        PIC S9(11)V99 COMP-3.
       01  WS-MOIS-OCTROI            PIC S9(4) COMP.
       01  WS-ANNEE-OCTROI           PIC S9(4) COMP.
       01  WS-ANNEE-REVISION         PIC S9(4) COMP.
       01  WS-DATE-REVISION          PIC 9(8).
       01  FILLER REDEFINES WS-DATE-REVISION.
           05  WS-REVISION-AAAA      PIC 9(4).
           05  WS-REVISION-MM        PIC 9(2).
           05  WS-REVISION-JJ        PIC 9(2).
       01  WS-DATE-REVISION-X        PIC X(8).
       01  WS-NB-PRETS-VAR           PIC 9(7) VALUE 0.

      *    Impasses et cumuls
       01  WS-TOTAL-ACTIF            PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-PASSIF           PIC S9(13)V99 COMP-3.
       01  WS-IMPASSE                PIC S9(13)V99 COMP-3.
       01  WS-IMPASSE-CUMUL          PIC S9(13)V99 COMP-3.
       01  WS-ACTIF-1-MOIS           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-PASSIF-1-MOIS          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-COEFF-LIQUIDITE        PIC S9(5)V99 COMP-3.

      *    Champs edites pour l'etat et le CSV
       01  WS-MONTANT-EDIT           PIC -(12)9,99.
       01  WS-MONTANT-EDIT-2         PIC -(12)9,99.
       01  WS-MONTANT-EDIT-3         PIC -(12)9,99.
       01  WS-MONTANT-EDIT-4         PIC -(12)9,99.
       01  WS-MONTANT-EDIT-5         PIC -(12)9,99.
       01  WS-MONTANT-EDIT-6         PIC -(12)9,99.
       01  WS-COEFF-EDIT             PIC -(4)9,99.
       01  WS-NB-LIGNES-CSV          PIC 9(7) VALUE 0.

      *    Date comptable du jour bancaire ouvert
      *    (API8.DATEBANQUE, avancee par la cloture API8EOD) ; repli
      *    sur la date systeme tant que la table n'est pas amorcee
       01  WS-DATE-COMPTABLE      PIC X(8).

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

           PERFORM 0450-LIRE-DATE-COMPTABLE
              THRU 0450-LIRE-DATE-COMPTABLE-EXIT.
           MOVE WS-DATE-COMPTABLE TO WS-DATE-ARRETE.

           DISPLAY '=============================================='
           DISPLAY '*   ECHEANCIER ACTIF-PASSIF ET IMPASSE DE TAUX *'
           DISPLAY '*   ARRETE AU : ' WS-DATE-COMPTABLE
           DISPLAY '=============================================='.

           PERFORM 0500-PREPARER-BANDE
              THRU 0500-PREPARER-BANDE-EXIT
              VARYING I-BANDE FROM 1 BY 1
              UNTIL I-BANDE > WS-NB-BANDES.

           PERFORM 0600-LIRE-HYPOTHESES
              THRU 0600-LIRE-HYPOTHESES-EXIT.

           PERFORM 6000-OPEN-ALM
              THRU 6000-OPEN-ALM-EXIT.

           MOVE SPACES TO BUF-LIGNE-CSV.
           STRING 'H;' WS-DATE-COMPTABLE
              DELIMITED BY SIZE INTO BUF-LIGNE-CSV.
           PERFORM 6300-WRITE-ALM
              THRU 6300-WRITE-ALM-EXIT.

           PERFORM 1000-ECOULER-DEPOTS-A-VUE
              THRU 1000-ECOULER-DEPOTS-A-VUE-EXIT.

           PERFORM 2000-CALCULER-BANDE
              THRU 2000-CALCULER-BANDE-EXIT
              VARYING I-BANDE FROM 1 BY 1
              UNTIL I-BANDE > WS-NB-BANDES.

           PERFORM 3000-REFIXER-PRETS-VARIABLES
              THRU 3000-REFIXER-PRETS-VARIABLES-EXIT.

           PERFORM 4000-EDITER-LIQUIDITE
              THRU 4000-EDITER-LIQUIDITE-EXIT.

           PERFORM 4500-EDITER-IMPASSE-TAUX
              THRU 4500-EDITER-IMPASSE-TAUX-EXIT.

           PERFORM 4900-EDITER-COEFFICIENT
              THRU 4900-EDITER-COEFFICIENT-EXIT.

           PERFORM 6220-CLOSE-ALM
              THRU 6220-CLOSE-ALM-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0500-PREPARER-BANDE.
      *    Borne basse exclue, borne haute incluse ; la premiere
      *    bande prend tout ce qui est deja echu, la derniere est
      *    ouverte
           IF I-BANDE = 1
              MOVE '00010101' TO WS-BANDE-DEB (I-BANDE)
           ELSE
              MOVE WS-BANDE-FIN (I-BANDE - 1) TO WS-BANDE-DEB (I-BANDE)
           END-IF.

           IF I-BANDE = WS-NB-BANDES
              MOVE '99991231' TO WS-BANDE-FIN (I-BANDE)
           ELSE
              COMPUTE WS-DATE-CALC =
                 FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-DATE-ARRETE)
                    + WS-INIT-JOURS (I-BANDE))
              MOVE WS-DATE-CALC TO WS-BANDE-FIN (I-BANDE)
           END-IF.

           MOVE WS-INIT-ECOUL-CC (I-BANDE) TO WS-ECOUL-CC (I-BANDE).
           MOVE WS-INIT-ECOUL-EP (I-BANDE) TO WS-ECOUL-EP (I-BANDE).
           MOVE 0 TO WS-ACT-FIXE (I-BANDE).
           MOVE 0 TO WS-ACT-VAR (I-BANDE).
           MOVE 0 TO WS-PAS-FIXE (I-BANDE).
           MOVE 0 TO WS-PAS-VAR (I-BANDE).
           MOVE 0 TO WS-REP-ACTIF (I-BANDE).
           MOVE 0 TO WS-REP-PASSIF (I-BANDE).

       0500-PREPARER-BANDE-EXIT.
           EXIT.

       0600-LIRE-HYPOTHESES.
      *    Lois d'ecoulement parametrees ; une loi incomplete ou dont
      *    le total n'est pas 100 est ecartee au profit des replis
           MOVE 'ALM_ECOUL_' TO WS-CP-RACINE.
           MOVE '_' TO WS-CP-SEPARATEUR.
           MOVE 0 TO WS-TOTAL-ECOUL-CC.
           MOVE 0 TO WS-TOTAL-ECOUL-EP.

           PERFORM 0610-LIRE-ECOULEMENT-BANDE
              THRU 0610-LIRE-ECOULEMENT-BANDE-EXIT
              VARYING I-BANDE FROM 1 BY 1
              UNTIL I-BANDE > WS-NB-BANDES.

           IF WS-TOTAL-ECOUL-CC NOT = 100
              DISPLAY 'LOI D''ECOULEMENT COMPTES COURANTS A '
                 WS-TOTAL-ECOUL-CC ' % - REPLIS APPLIQUES'
              MOVE 'Y' TO WS-ALERTE-SW
              PERFORM 0620-REPLI-ECOULEMENT-CC
                 THRU 0620-REPLI-ECOULEMENT-CC-EXIT
                 VARYING I-BANDE FROM 1 BY 1
                 UNTIL I-BANDE > WS-NB-BANDES
           END-IF.

           IF WS-TOTAL-ECOUL-EP NOT = 100
              DISPLAY 'LOI D''ECOULEMENT EPARGNE A '
                 WS-TOTAL-ECOUL-EP ' % - REPLIS APPLIQUES'
              MOVE 'Y' TO WS-ALERTE-SW
              PERFORM 0630-REPLI-ECOULEMENT-EP
                 THRU 0630-REPLI-ECOULEMENT-EP-EXIT
                 VARYING I-BANDE FROM 1 BY 1
                 UNTIL I-BANDE > WS-NB-BANDES
           END-IF.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-VALEUR-PARAM
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'ALM_REPRIX_EP'
           END-EXEC.
           IF SQLCODE = 0
              AND WS-VALEUR-PARAM >= 1
              AND WS-VALEUR-PARAM <= WS-NB-BANDES
              MOVE WS-VALEUR-PARAM TO WS-BANDE-REPRIX-EP
           END-IF.
           MOVE 0 TO SQLCODE.

       0600-LIRE-HYPOTHESES-EXIT.
           EXIT.

       0610-LIRE-ECOULEMENT-BANDE.
           MOVE I-BANDE TO WS-CP-BANDE.

           MOVE 'CC' TO WS-CP-CATEGORIE.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-VALEUR-PARAM
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = :WS-CODE-PARAM-ALM
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-VALEUR-PARAM TO WS-ECOUL-CC (I-BANDE)
           END-IF.
           ADD WS-ECOUL-CC (I-BANDE) TO WS-TOTAL-ECOUL-CC.

           MOVE 'EP' TO WS-CP-CATEGORIE.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-VALEUR-PARAM
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = :WS-CODE-PARAM-ALM
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-VALEUR-PARAM TO WS-ECOUL-EP (I-BANDE)
           END-IF.
           ADD WS-ECOUL-EP (I-BANDE) TO WS-TOTAL-ECOUL-EP.
           MOVE 0 TO SQLCODE.

       0610-LIRE-ECOULEMENT-BANDE-EXIT.
           EXIT.

       0620-REPLI-ECOULEMENT-CC.
           MOVE WS-INIT-ECOUL-CC (I-BANDE) TO WS-ECOUL-CC (I-BANDE).

       0620-REPLI-ECOULEMENT-CC-EXIT.
           EXIT.

       0630-REPLI-ECOULEMENT-EP.
           MOVE WS-INIT-ECOUL-EP (I-BANDE) TO WS-ECOUL-EP (I-BANDE).

       0630-REPLI-ECOULEMENT-EP-EXIT.
           EXIT.

       1000-ECOULER-DEPOTS-A-VUE.
      *    Encours crediteurs des comptes ouverts : epargne (livret
      *    et produits declares epargne) et comptes courants
           MOVE 0 TO WS-ENCOURS-EP.
           EXEC SQL
              SELECT SUM(SOLDE)
              INTO :WS-ENCOURS-EP :WS-NULL-IND-1
              FROM API8.COMPTE
              WHERE VALUE(STATUT, ' ') NOT = 'C'
                AND SOLDE > 0
                AND (TYPE_COMPTE = 'LIV'
                     OR TYPE_COMPTE IN
                        (SELECT TYPE_COMPTE
                         FROM API8.PARAMPROD
                         WHERE CODE_PARAM = 'EPARGNE'
                           AND VALEUR_PARAM = 1))
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-ENCOURS-EP
           END-IF.

           MOVE 0 TO WS-ENCOURS-CC.
           EXEC SQL
              SELECT SUM(SOLDE)
              INTO :WS-ENCOURS-CC :WS-NULL-IND-1
              FROM API8.COMPTE
              WHERE VALUE(STATUT, ' ') NOT = 'C'
                AND SOLDE > 0
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-ENCOURS-CC
           END-IF.
           SUBTRACT WS-ENCOURS-EP FROM WS-ENCOURS-CC.

      *    Decouverts : actif a taux variable, au jour le jour
           MOVE 0 TO WS-ENCOURS-DECOUVERT.
           EXEC SQL
              SELECT SUM(0 - SOLDE)
              INTO :WS-ENCOURS-DECOUVERT :WS-NULL-IND-1
              FROM API8.COMPTE
              WHERE VALUE(STATUT, ' ') NOT = 'C'
                AND SOLDE < 0
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-ENCOURS-DECOUVERT
           END-IF.
           ADD WS-ENCOURS-DECOUVERT TO WS-ACT-VAR (1).
           ADD WS-ENCOURS-DECOUVERT TO WS-REP-ACTIF (1).

      *    Ecoulement par bande ; l'arrondi est porte par la
      *    derniere bande pour retrouver l'encours
           MOVE 0 TO WS-CUMUL-CC.
           MOVE 0 TO WS-CUMUL-EP.
           PERFORM 1100-ECOULER-BANDE
              THRU 1100-ECOULER-BANDE-EXIT
              VARYING I-BANDE FROM 1 BY 1
              UNTIL I-BANDE > WS-NB-BANDES.

      *    Epargne reglementee : tout l'encours refixe a la prochaine
      *    revision du taux ; les comptes courants ne sont pas
      *    sensibles au taux
           ADD WS-ENCOURS-EP TO WS-REP-PASSIF (WS-BANDE-REPRIX-EP).

           MOVE WS-ENCOURS-CC TO WS-MONTANT-EDIT.
           MOVE WS-ENCOURS-EP TO WS-MONTANT-EDIT-2.
           MOVE WS-ENCOURS-DECOUVERT TO WS-MONTANT-EDIT-3.
           DISPLAY 'ENCOURS COMPTES COURANTS : ' WS-MONTANT-EDIT.
           DISPLAY 'ENCOURS EPARGNE          : ' WS-MONTANT-EDIT-2.
           DISPLAY 'ENCOURS DECOUVERTS       : ' WS-MONTANT-EDIT-3.

       1000-ECOULER-DEPOTS-A-VUE-EXIT.
           EXIT.

       1100-ECOULER-BANDE.
           IF I-BANDE = WS-NB-BANDES
              COMPUTE WS-PART-BANDE = WS-ENCOURS-CC - WS-CUMUL-CC
           ELSE
              COMPUTE WS-PART-BANDE ROUNDED =
                 WS-ENCOURS-CC * WS-ECOUL-CC (I-BANDE) / 100
           END-IF.
           ADD WS-PART-BANDE TO WS-PAS-FIXE (I-BANDE).
           ADD WS-PART-BANDE TO WS-CUMUL-CC.

           IF I-BANDE = WS-NB-BANDES
              COMPUTE WS-PART-BANDE = WS-ENCOURS-EP - WS-CUMUL-EP
           ELSE
              COMPUTE WS-PART-BANDE ROUNDED =
                 WS-ENCOURS-EP * WS-ECOUL-EP (I-BANDE) / 100
           END-IF.
           ADD WS-PART-BANDE TO WS-PAS-VAR (I-BANDE).
           ADD WS-PART-BANDE TO WS-CUMUL-EP.

       1100-ECOULER-BANDE-EXIT.
           EXIT.

       2000-CALCULER-BANDE.
           MOVE WS-BANDE-DEB (I-BANDE) TO WS-DEB-BANDE.
           MOVE WS-BANDE-FIN (I-BANDE) TO WS-FIN-BANDE.

      *    Prets a taux fixe : ecoulement et refixation a l'echeance
           MOVE 0 TO WS-MONTANT-BANDE.
           EXEC SQL
              SELECT SUM(E.MONTANT_CAPITAL)
              INTO :WS-MONTANT-BANDE :WS-NULL-IND-1
              FROM API8.ECHEANCIER E, API8.PRET P
              WHERE E.ID_PRET = P.ID_PRET
                AND E.STATUT_ECH = 'A'
                AND P.STATUT_PRET IN ('A', 'D')
                AND VALUE(P.TYPE_TAUX, 'F') NOT = 'V'
                AND E.DATE_ECHEANCE > :WS-DEB-BANDE
                AND E.DATE_ECHEANCE <= :WS-FIN-BANDE
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-MONTANT-BANDE
           END-IF.
           ADD WS-MONTANT-BANDE TO WS-ACT-FIXE (I-BANDE).
           ADD WS-MONTANT-BANDE TO WS-REP-ACTIF (I-BANDE).

      *    Prets a taux variable : ecoulement seul, la refixation
      *    suit la revision annuelle (3000)
           MOVE 0 TO WS-MONTANT-BANDE.
           EXEC SQL
              SELECT SUM(E.MONTANT_CAPITAL)
              INTO :WS-MONTANT-BANDE :WS-NULL-IND-1
              FROM API8.ECHEANCIER E, API8.PRET P
              WHERE E.ID_PRET = P.ID_PRET
                AND E.STATUT_ECH = 'A'
                AND P.STATUT_PRET IN ('A', 'D')
                AND P.TYPE_TAUX = 'V'
                AND E.DATE_ECHEANCE > :WS-DEB-BANDE
                AND E.DATE_ECHEANCE <= :WS-FIN-BANDE
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-MONTANT-BANDE
           END-IF.
           ADD WS-MONTANT-BANDE TO WS-ACT-VAR (I-BANDE).

      *    Depots a terme : taux fixe, a l'echeance
           MOVE 0 TO WS-MONTANT-BANDE.
           EXEC SQL
              SELECT SUM(MONTANT)
              INTO :WS-MONTANT-BANDE :WS-NULL-IND-1
              FROM API8.DEPOTATERME
              WHERE STATUT_DAT = 'A'
                AND DATE_ECHEANCE > :WS-DEB-BANDE
                AND DATE_ECHEANCE <= :WS-FIN-BANDE
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-MONTANT-BANDE
           END-IF.
           ADD WS-MONTANT-BANDE TO WS-PAS-FIXE (I-BANDE).
           ADD WS-MONTANT-BANDE TO WS-REP-PASSIF (I-BANDE).

       2000-CALCULER-BANDE-EXIT.
           EXIT.

       3000-REFIXER-PRETS-VARIABLES.
      *    Capital restant du des prets variables range a la date de
      *    leur prochaine revision par API8RVTX
           EXEC SQL
              DECLARE CPRETVAR CURSOR FOR
              SELECT ID_PRET, CAPITAL_RESTANT,
                     MONTH(DATE_OCTROI), YEAR(DATE_OCTROI),
                     VALUE(YEAR(DATE_REVISION), 0)
              FROM API8.PRET
              WHERE TYPE_TAUX = 'V'
                AND STATUT_PRET IN ('A', 'D')
              ORDER BY ID_PRET
           END-EXEC.

           EXEC SQL
              OPEN CPRETVAR
           END-EXEC.

           PERFORM 3100-REFIXER-UN-PRET
              THRU 3100-REFIXER-UN-PRET-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CPRETVAR
           END-EXEC.
           MOVE 0 TO SQLCODE.

       3000-REFIXER-PRETS-VARIABLES-EXIT.
           EXIT.

       3100-REFIXER-UN-PRET.
           EXEC SQL
              FETCH CPRETVAR
              INTO :WS-ID-PRET-CUR, :WS-CAPITAL-RESTANT,
                   :WS-MOIS-OCTROI, :WS-ANNEE-OCTROI,
                   :WS-ANNEE-REVISION
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 3100-REFIXER-UN-PRET-EXIT
           END-IF.
           ADD 1 TO WS-NB-PRETS-VAR.

      *    Pret debloque ou deja revise dans l'annee : mois
      *    anniversaire de l'an prochain ; mois anniversaire a venir :
      *    cette annee ; revision en retard : reprise au prochain
      *    passage, bande 1 mois
           MOVE 1 TO WS-REVISION-JJ.
           MOVE WS-MOIS-OCTROI TO WS-REVISION-MM.
           IF WS-ANNEE-OCTROI >= WS-ARRETE-AAAA
              OR WS-ANNEE-REVISION >= WS-ARRETE-AAAA
              COMPUTE WS-REVISION-AAAA = WS-ARRETE-AAAA + 1
           ELSE
              IF WS-MOIS-OCTROI > WS-ARRETE-MM
                 MOVE WS-ARRETE-AAAA TO WS-REVISION-AAAA
              ELSE
                 MOVE WS-BANDE-FIN (2) TO WS-DATE-REVISION
              END-IF
           END-IF.
           MOVE WS-DATE-REVISION TO WS-DATE-REVISION-X.

           PERFORM 3200-RECHERCHER-BANDE
              THRU 3200-RECHERCHER-BANDE-EXIT
              VARYING I-BANDE FROM 1 BY 1
              UNTIL I-BANDE >= WS-NB-BANDES
                 OR WS-DATE-REVISION-X <= WS-BANDE-FIN (I-BANDE).

           ADD WS-CAPITAL-RESTANT TO WS-REP-ACTIF (I-BANDE).

       3100-REFIXER-UN-PRET-EXIT.
           EXIT.

       3200-RECHERCHER-BANDE.
      *    Le test de fin de la boucle trouve la bande
           CONTINUE.

       3200-RECHERCHER-BANDE-EXIT.
           EXIT.

       4000-EDITER-LIQUIDITE.
           DISPLAY '----------------------------------------------'
           DISPLAY 'ECHEANCIER DE LIQUIDITE'
           DISPLAY 'BANDE          ACTIF FIXE       ACTIF VARIABLE'
              '   PASSIF FIXE      PASSIF VARIABLE'
              '  IMPASSE          IMPASSE CUMULEE'.
           MOVE 0 TO WS-IMPASSE-CUMUL.

           PERFORM 4100-EDITER-BANDE-LIQUIDITE
              THRU 4100-EDITER-BANDE-LIQUIDITE-EXIT
              VARYING I-BANDE FROM 1 BY 1
              UNTIL I-BANDE > WS-NB-BANDES.

       4000-EDITER-LIQUIDITE-EXIT.
           EXIT.

       4100-EDITER-BANDE-LIQUIDITE.
           COMPUTE WS-TOTAL-ACTIF =
              WS-ACT-FIXE (I-BANDE) + WS-ACT-VAR (I-BANDE).
           COMPUTE WS-TOTAL-PASSIF =
              WS-PAS-FIXE (I-BANDE) + WS-PAS-VAR (I-BANDE).
           COMPUTE WS-IMPASSE = WS-TOTAL-ACTIF - WS-TOTAL-PASSIF.
           ADD WS-IMPASSE TO WS-IMPASSE-CUMUL.

      *    Coefficient a un mois : deux premieres bandes
           IF I-BANDE <= 2
              ADD WS-TOTAL-ACTIF TO WS-ACTIF-1-MOIS
              ADD WS-TOTAL-PASSIF TO WS-PASSIF-1-MOIS
           END-IF.

           MOVE WS-ACT-FIXE (I-BANDE) TO WS-MONTANT-EDIT.
           MOVE WS-ACT-VAR (I-BANDE) TO WS-MONTANT-EDIT-2.
           MOVE WS-PAS-FIXE (I-BANDE) TO WS-MONTANT-EDIT-3.
           MOVE WS-PAS-VAR (I-BANDE) TO WS-MONTANT-EDIT-4.
           MOVE WS-IMPASSE TO WS-MONTANT-EDIT-5.
           MOVE WS-IMPASSE-CUMUL TO WS-MONTANT-EDIT-6.
           DISPLAY WS-INIT-LIBELLE (I-BANDE) ' '
              WS-MONTANT-EDIT ' ' WS-MONTANT-EDIT-2 ' '
              WS-MONTANT-EDIT-3 ' ' WS-MONTANT-EDIT-4 ' '
              WS-MONTANT-EDIT-5 ' ' WS-MONTANT-EDIT-6.

           MOVE SPACES TO BUF-LIGNE-CSV.
           STRING 'L' DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-INIT-LIBELLE (I-BANDE) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-MONTANT-EDIT-2 DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-MONTANT-EDIT-3 DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-MONTANT-EDIT-4 DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-MONTANT-EDIT-5 DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-MONTANT-EDIT-6 DELIMITED BY SIZE
              INTO BUF-LIGNE-CSV.
           PERFORM 6300-WRITE-ALM
              THRU 6300-WRITE-ALM-EXIT.

       4100-EDITER-BANDE-LIQUIDITE-EXIT.
           EXIT.

       4500-EDITER-IMPASSE-TAUX.
           DISPLAY '----------------------------------------------'
           DISPLAY 'IMPASSE DE TAUX (DATE DE REFIXATION)'
           DISPLAY 'BANDE          ACTIF SENSIBLE   PASSIF SENSIBLE'
              '  IMPASSE          IMPASSE CUMULEE'.
           MOVE 0 TO WS-IMPASSE-CUMUL.

           PERFORM 4600-EDITER-BANDE-TAUX
              THRU 4600-EDITER-BANDE-TAUX-EXIT
              VARYING I-BANDE FROM 1 BY 1
              UNTIL I-BANDE > WS-NB-BANDES.

       4500-EDITER-IMPASSE-TAUX-EXIT.
           EXIT.

       4600-EDITER-BANDE-TAUX.
           COMPUTE WS-IMPASSE =
              WS-REP-ACTIF (I-BANDE) - WS-REP-PASSIF (I-BANDE).
           ADD WS-IMPASSE TO WS-IMPASSE-CUMUL.

           MOVE WS-REP-ACTIF (I-BANDE) TO WS-MONTANT-EDIT.
           MOVE WS-REP-PASSIF (I-BANDE) TO WS-MONTANT-EDIT-2.
           MOVE WS-IMPASSE TO WS-MONTANT-EDIT-3.
           MOVE WS-IMPASSE-CUMUL TO WS-MONTANT-EDIT-4.
           DISPLAY WS-INIT-LIBELLE (I-BANDE) ' '
              WS-MONTANT-EDIT ' ' WS-MONTANT-EDIT-2 ' '
              WS-MONTANT-EDIT-3 ' ' WS-MONTANT-EDIT-4.

           MOVE SPACES TO BUF-LIGNE-CSV.
           STRING 'R' DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-INIT-LIBELLE (I-BANDE) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-MONTANT-EDIT-2 DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-MONTANT-EDIT-3 DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-MONTANT-EDIT-4 DELIMITED BY SIZE
              INTO BUF-LIGNE-CSV.
           PERFORM 6300-WRITE-ALM
              THRU 6300-WRITE-ALM-EXIT.

       4600-EDITER-BANDE-TAUX-EXIT.
           EXIT.

       4900-EDITER-COEFFICIENT.
      *    Actif a moins d'un mois sur passif exigible a moins d'un
      *    mois ; sans passif a un mois le coefficient est sans objet
           DISPLAY '----------------------------------------------'.
           MOVE SPACES TO BUF-LIGNE-CSV.
           IF WS-PASSIF-1-MOIS = 0
              DISPLAY 'COEFFICIENT DE LIQUIDITE A UN MOIS : '
                 'SANS OBJET'
              MOVE 'T;' TO BUF-LIGNE-CSV
           ELSE
              COMPUTE WS-COEFF-LIQUIDITE ROUNDED =
                 WS-ACTIF-1-MOIS * 100 / WS-PASSIF-1-MOIS
                 ON SIZE ERROR
                    MOVE 99999,99 TO WS-COEFF-LIQUIDITE
              END-COMPUTE
              MOVE WS-COEFF-LIQUIDITE TO WS-COEFF-EDIT
              DISPLAY 'COEFFICIENT DE LIQUIDITE A UN MOIS : '
                 WS-COEFF-EDIT ' %'
              STRING 'T;' WS-COEFF-EDIT
                 DELIMITED BY SIZE INTO BUF-LIGNE-CSV
           END-IF.
           PERFORM 6300-WRITE-ALM
              THRU 6300-WRITE-ALM-EXIT.

       4900-EDITER-COEFFICIENT-EXIT.
           EXIT.

       6000-OPEN-ALM.
           OPEN OUTPUT FALM.
           IF FS-FALM NOT = '00'
               DISPLAY 'ERROR OPENING FALM: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FALM
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6000-OPEN-ALM-EXIT.
           EXIT.

       6300-WRITE-ALM.
           WRITE BUF-LIGNE-CSV.
           IF FS-FALM NOT = '00'
               DISPLAY 'ERROR WRITING FALM: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FALM
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           ADD 1 TO WS-NB-LIGNES-CSV.

       6300-WRITE-ALM-EXIT.
           EXIT.

       6220-CLOSE-ALM.
           CLOSE FALM.
           IF FS-FALM NOT = '00'
               DISPLAY 'ERROR CLOSING FALM: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FALM
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6220-CLOSE-ALM-EXIT.
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

       0450-LIRE-DATE-COMPTABLE-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8ALM', CURRENT DATE,
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
            MOVE WS-NB-PRETS-VAR TO WS-JRN-LUS.
            MOVE WS-NB-LIGNES-CSV TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            IF HYPOTHESE-ECARTEE
               MOVE 4 TO WS-JRN-RC
            ELSE
               MOVE 0 TO WS-JRN-RC
            END-IF.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8ALM         '
            DISPLAY '   LIGNES CSV ECRITES   : ' WS-NB-LIGNES-CSV
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-PRETS-VAR TO WS-JRN-LUS.
            MOVE WS-NB-LIGNES-CSV TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8ALM        '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
