       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CLOM.
      *===============================================================
      *    BATCH DE CLOTURE DES PERIODES COMPTABLES
      *    API8EOD ferme les journees, mais aucun mois n'etait
      *    jamais ferme : API8CORR pouvait encore poster une
      *    correction datee d'un mois dont les releves, le trimestre
      *    d'agios API8AGIO et le reporting Finance etaient finis.
      *    Ce batch tient API8.PERIODECPT (controle par le service
      *    API8PERC avant tout posting a date passee) :
      *       'M'  cloture du mois AAAAMM - admise une fois le mois
      *            entierement ecoule (journee ouverte API8.DATEBANQUE
      *            posterieure) ; le mois est verrouille ('F')
      *       'R'  reouverture d'un mois cloture, pour une
      *            correction antidatee : circuit quatre yeux
      *            (carte saisie par API8DEMB, approuvee sur l'ecran
      *            API8VALB, controle 0300) ; le mois passe a 'R'
      *            et se referme par une nouvelle carte 'M'
      *       'A'  cloture de l'exercice AAAA - les douze mois
      *            doivent etre clotures. Dans le grand livre interne
      *            API8.GRANDLIVRE :
      *               - les comptes de charges et de produits
      *                 (classes 6 et 7) sont soldes au 31/12 dans
      *                 le report a nouveau 110000, journal 'CLO'
      *               - les comptes de bilan (classes 1 a 5) sont
      *                 reportes au 01/01 de l'exercice suivant,
      *                 journal 'ANO' (solde de cloture, a-nouveaux
      *                 anterieurs exclus du cumul)
      *            l'exercice est ensuite verrouille ('F') et ne se
      *            rouvre plus.
      *    SYSIN : fonction (1), periode AAAAMM ou AAAA (6),
      *    operateur (8), motif (40). Toute action est tracee sur
      *    API8.AUDITLOG.
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

       01  WS-PARAM-SAISIE.
           05  WS-PARAM-FONCTION      PIC X(1).
           05  WS-PARAM-PERIODE       PIC X(6).
           05  WS-PARAM-OPERATEUR     PIC X(8).
           05  WS-PARAM-MOTIF         PIC X(40).
           05  FILLER                 PIC X(25).

       01  WS-DATE-JOUR              PIC X(8).
       01  WS-DATE-OUVERTE           PIC X(8).
       01  WS-ACTIF-OPER             PIC X(1).

      *    Periode traitee
       01  WS-PERIODE-MOIS           PIC X(6).
       01  WS-PERIODE-ANNEE          PIC X(6).
       01  WS-MOIS-NUM               PIC 9(2).
       01  WS-ETAT-PERIODE           PIC X(1).
       01  WS-NB-MOIS-CLOS           PIC S9(9) COMP.
       01  WS-MOIS-DEBUT-EXO         PIC X(6).
       01  WS-MOIS-FIN-EXO           PIC X(6).

      *    Cloture d'exercice : bornes et dates des ecritures
       01  WS-ANNEE-NUM              PIC 9(4).
       01  WS-ANNEE-SUIVANTE         PIC 9(4).
       01  WS-DATE-DEBUT-EXO         PIC X(8).
       01  WS-DATE-FIN-EXO           PIC X(8).
       01  WS-DATE-REPORT            PIC X(8).
       01  WS-COMPTE-REPORT          PIC X(6) VALUE '110000'.

       01  WS-COMPTE-GL              PIC X(6).
       01  WS-SOLDE-GL               PIC S9(13)V99 COMP-3.
       01  WS-SOLDE-NULL-IND         PIC S9(4) COMP.
       01  WS-COMPTE-ECRITURE        PIC X(6).
       01  WS-SENS-ECRITURE          PIC X(1).
       01  WS-MONTANT-ECRITURE       PIC S9(13)V99 COMP-3.
       01  WS-JOURNAL-ECRITURE       PIC X(3).
       01  WS-DATE-ECRITURE          PIC X(8).
       01  WS-RESULTAT-EXO           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-NB-COMPTES-SOLDES      PIC 9(7) VALUE 0.
       01  WS-NB-COMPTES-REPORTES    PIC 9(7) VALUE 0.
       01  WS-TOTAL-EDIT             PIC -(12)9,99.

      *    Circuit quatre yeux (API8.DEMBATCH) : la reouverture doit
      *    avoir ete saisie par API8DEMB et approuvee par un second
      *    operateur sur l'ecran API8VALB avant d'executer
       01  WS-CARTE-DEMANDE       PIC X(64).
       01  WS-ID-DEMANDE-4Y       PIC S9(9) COMP VALUE 0.
       01  WS-4Y-NULL-IND         PIC S9(4) COMP.

      *    Piste d'audit operateur : meme convention qu'API8SIGN
       01  WS-ID-AUDIT-OPER       PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT     PIC X(30).
       01  WS-AUDIT-NULL-IND      PIC S9(4) COMP.

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

           DISPLAY '=============================================='
           DISPLAY '*   CLOTURE DES PERIODES COMPTABLES           *'
           DISPLAY '=============================================='.

           MOVE SPACES TO WS-PARAM-SAISIE.
           ACCEPT WS-PARAM-SAISIE FROM SYSIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 1000-VALIDER-CARTE
              THRU 1000-VALIDER-CARTE-EXIT.

           EVALUATE WS-PARAM-FONCTION
              WHEN 'M'
                 PERFORM 2000-CLOTURER-MOIS
                    THRU 2000-CLOTURER-MOIS-EXIT
              WHEN 'R'
                 PERFORM 3000-ROUVRIR-MOIS
                    THRU 3000-ROUVRIR-MOIS-EXIT
              WHEN 'A'
                 PERFORM 4000-CLOTURER-EXERCICE
                    THRU 4000-CLOTURER-EXERCICE-EXIT
           END-EVALUATE.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0300-CONTROLER-APPROBATION.
      *    La carte doit correspondre a une demande approuvee ('V')
      *    et pas encore executee du circuit quatre yeux : saisie
      *    par un premier operateur (API8DEMB), approuvee par un
      *    second (ecran API8VALB) - une carte soumise directement
      *    est refusee
           MOVE WS-PARAM-SAISIE(1:64) TO WS-CARTE-DEMANDE.

           EXEC SQL
              SELECT MIN(ID_DEMANDE)
              INTO :WS-ID-DEMANDE-4Y :WS-4Y-NULL-IND
              FROM API8.DEMBATCH
              WHERE PROGRAMME = 'API8CLOM'
                AND CARTE = :WS-CARTE-DEMANDE
                AND STATUT_DEM = 'V'
                AND EXECUTE = 'N'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-4Y-NULL-IND = -1
              DISPLAY 'DEMANDE NON APPROUVEE - CIRCUIT QUATRE YEUX'
              DISPLAY 'SAISIR PAR API8DEMB, APPROUVER PAR API8VALB'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EXEC SQL
              UPDATE API8.DEMBATCH
              SET EXECUTE = 'Y',
                  DATE_EXECUTION = CURRENT DATE
              WHERE ID_DEMANDE = :WS-ID-DEMANDE-4Y
           END-EXEC.

       0300-CONTROLER-APPROBATION-EXIT.
           EXIT.

       1000-VALIDER-CARTE.
           IF WS-PARAM-FONCTION NOT = 'M'
              AND WS-PARAM-FONCTION NOT = 'R'
              AND WS-PARAM-FONCTION NOT = 'A'
              DISPLAY 'FONCTION M (MOIS), R (REOUVERTURE) OU'
                 ' A (EXERCICE) : ' WS-PARAM-FONCTION
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-PARAM-FONCTION = 'A'
              IF WS-PARAM-PERIODE(1:4) IS NOT NUMERIC
                 OR WS-PARAM-PERIODE(5:2) NOT = SPACES
                 DISPLAY 'EXERCICE AAAA OBLIGATOIRE : '
                    WS-PARAM-PERIODE
                 GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
           ELSE
              IF WS-PARAM-PERIODE IS NOT NUMERIC
                 DISPLAY 'PERIODE AAAAMM OBLIGATOIRE : '
                    WS-PARAM-PERIODE
                 GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
              MOVE WS-PARAM-PERIODE(5:2) TO WS-MOIS-NUM
              IF WS-MOIS-NUM < 1 OR WS-MOIS-NUM > 12
                 DISPLAY 'MOIS INVALIDE : ' WS-PARAM-PERIODE
                 GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
           END-IF.

           MOVE WS-PARAM-PERIODE TO WS-PERIODE-MOIS.
           MOVE SPACES TO WS-PERIODE-ANNEE.
           MOVE WS-PARAM-PERIODE(1:4) TO WS-PERIODE-ANNEE(1:4).
           MOVE WS-PARAM-PERIODE(1:4) TO WS-ANNEE-NUM.

           IF WS-PARAM-OPERATEUR = SPACES
              DISPLAY 'OPERATEUR OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE SPACE TO WS-ACTIF-OPER.
           EXEC SQL
              SELECT ACTIF
              INTO :WS-ACTIF-OPER
              FROM API8.OPERATEUR
              WHERE ID_OPERATEUR = :WS-PARAM-OPERATEUR
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-ACTIF-OPER NOT = 'Y'
              DISPLAY 'OPERATEUR INCONNU OU SUSPENDU : '
                 WS-PARAM-OPERATEUR
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-PARAM-FONCTION = 'R' AND WS-PARAM-MOTIF = SPACES
              DISPLAY 'MOTIF DE REOUVERTURE OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Journee comptable ouverte : un mois ne se clot qu'une
      *    fois entierement ecoule
           MOVE SPACES TO WS-DATE-OUVERTE.
           EXEC SQL
              SELECT DATE_COMPTABLE
              INTO :WS-DATE-OUVERTE
              FROM API8.DATEBANQUE
              WHERE ETAT = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DATE-OUVERTE = SPACES
              MOVE WS-DATE-JOUR TO WS-DATE-OUVERTE
              MOVE 0 TO SQLCODE
           END-IF.

       1000-VALIDER-CARTE-EXIT.
           EXIT.

       2000-CLOTURER-MOIS.
           IF WS-DATE-OUVERTE(1:6) <= WS-PERIODE-MOIS
              DISPLAY 'MOIS NON ECOULE - JOURNEE OUVERTE '
                 WS-DATE-OUVERTE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 5000-LIRE-ETAT-EXERCICE
              THRU 5000-LIRE-ETAT-EXERCICE-EXIT.
           IF WS-ETAT-PERIODE = 'F'
              DISPLAY 'EXERCICE DEJA CLOTURE : ' WS-PERIODE-ANNEE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 5100-LIRE-ETAT-MOIS
              THRU 5100-LIRE-ETAT-MOIS-EXIT.
           IF WS-ETAT-PERIODE = 'F'
              DISPLAY 'MOIS DEJA CLOTURE : ' WS-PERIODE-MOIS
              GO TO 2000-CLOTURER-MOIS-EXIT
           END-IF.

           EXEC SQL
              UPDATE API8.PERIODECPT
              SET ETAT = 'F',
                  DATE_CLOTURE = CURRENT DATE,
                  OPERATEUR_CLOTURE = :WS-PARAM-OPERATEUR
              WHERE TYPE_PERIODE = 'M'
                AND PERIODE = :WS-PERIODE-MOIS
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO API8.PERIODECPT
                    (TYPE_PERIODE, PERIODE, ETAT, DATE_CLOTURE,
                     OPERATEUR_CLOTURE, ID_DEMANDE_REOUV)
                 VALUES
                    ('M', :WS-PERIODE-MOIS, 'F', CURRENT DATE,
                     :WS-PARAM-OPERATEUR, 0)
              END-EXEC
           END-IF.

           MOVE SPACES TO WS-AUDIT-EVENEMENT.
           STRING 'CLOTURE MOIS ' WS-PERIODE-MOIS
              DELIMITED BY SIZE INTO WS-AUDIT-EVENEMENT.
           PERFORM 1950-TRACER-AUDIT-OPER
              THRU 1950-TRACER-AUDIT-OPER-EXIT.

           IF WS-ETAT-PERIODE = 'R'
              DISPLAY 'MOIS REFERME APRES REOUVERTURE : '
                 WS-PERIODE-MOIS
           ELSE
              DISPLAY 'MOIS CLOTURE : ' WS-PERIODE-MOIS
           END-IF.

       2000-CLOTURER-MOIS-EXIT.
           EXIT.

       3000-ROUVRIR-MOIS.
      *    Un exercice cloture ne se rouvre pas : son report a
      *    nouveau est fait
           PERFORM 5000-LIRE-ETAT-EXERCICE
              THRU 5000-LIRE-ETAT-EXERCICE-EXIT.
           IF WS-ETAT-PERIODE = 'F'
              DISPLAY 'EXERCICE CLOTURE - REOUVERTURE IMPOSSIBLE : '
                 WS-PERIODE-ANNEE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 5100-LIRE-ETAT-MOIS
              THRU 5100-LIRE-ETAT-MOIS-EXIT.
           IF WS-ETAT-PERIODE NOT = 'F'
              DISPLAY 'MOIS NON CLOTURE : ' WS-PERIODE-MOIS
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Demande consommee seulement quand la reouverture est
      *    possible
           PERFORM 0300-CONTROLER-APPROBATION
              THRU 0300-CONTROLER-APPROBATION-EXIT.

           EXEC SQL
              UPDATE API8.PERIODECPT
              SET ETAT = 'R',
                  DATE_REOUVERTURE = CURRENT DATE,
                  OPERATEUR_REOUV = :WS-PARAM-OPERATEUR,
                  MOTIF_REOUV = :WS-PARAM-MOTIF,
                  ID_DEMANDE_REOUV = :WS-ID-DEMANDE-4Y
              WHERE TYPE_PERIODE = 'M'
                AND PERIODE = :WS-PERIODE-MOIS
           END-EXEC.

           MOVE SPACES TO WS-AUDIT-EVENEMENT.
           STRING 'REOUVERTURE MOIS ' WS-PERIODE-MOIS
              DELIMITED BY SIZE INTO WS-AUDIT-EVENEMENT.
           PERFORM 1950-TRACER-AUDIT-OPER
              THRU 1950-TRACER-AUDIT-OPER-EXIT.

           DISPLAY 'MOIS ROUVERT : ' WS-PERIODE-MOIS
              ' - DEMANDE ' WS-ID-DEMANDE-4Y.
           DISPLAY 'MOTIF : ' WS-PARAM-MOTIF.
           DISPLAY 'REFERMER PAR UNE CARTE M APRES LA CORRECTION'.

       3000-ROUVRIR-MOIS-EXIT.
           EXIT.

       4000-CLOTURER-EXERCICE.
           PERFORM 5000-LIRE-ETAT-EXERCICE
              THRU 5000-LIRE-ETAT-EXERCICE-EXIT.
           IF WS-ETAT-PERIODE = 'F'
              DISPLAY 'EXERCICE DEJA CLOTURE : ' WS-PERIODE-ANNEE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Les douze mois doivent etre clotures - un mois rouvert
      *    ('R') bloque la cloture de l'exercice
           STRING WS-PERIODE-ANNEE(1:4) '01'
              DELIMITED BY SIZE INTO WS-MOIS-DEBUT-EXO.
           STRING WS-PERIODE-ANNEE(1:4) '12'
              DELIMITED BY SIZE INTO WS-MOIS-FIN-EXO.

           MOVE 0 TO WS-NB-MOIS-CLOS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-MOIS-CLOS
              FROM API8.PERIODECPT
              WHERE TYPE_PERIODE = 'M'
                AND PERIODE BETWEEN :WS-MOIS-DEBUT-EXO
                                AND :WS-MOIS-FIN-EXO
                AND ETAT = 'F'
           END-EXEC.
           IF WS-NB-MOIS-CLOS < 12
              DISPLAY 'MOIS CLOTURES SUR L''EXERCICE : '
                 WS-NB-MOIS-CLOS ' - LES DOUZE SONT REQUIS'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE SPACES TO WS-DATE-DEBUT-EXO.
           MOVE SPACES TO WS-DATE-FIN-EXO.
           STRING WS-PERIODE-ANNEE(1:4) '0101'
              DELIMITED BY SIZE INTO WS-DATE-DEBUT-EXO.
           STRING WS-PERIODE-ANNEE(1:4) '1231'
              DELIMITED BY SIZE INTO WS-DATE-FIN-EXO.
           COMPUTE WS-ANNEE-SUIVANTE = WS-ANNEE-NUM + 1.
           MOVE SPACES TO WS-DATE-REPORT.
           STRING WS-ANNEE-SUIVANTE '0101'
              DELIMITED BY SIZE INTO WS-DATE-REPORT.

           PERFORM 4100-SOLDER-RESULTAT
              THRU 4100-SOLDER-RESULTAT-EXIT.

           PERFORM 4300-REPORTER-BILAN
              THRU 4300-REPORTER-BILAN-EXIT.

           EXEC SQL
              INSERT INTO API8.PERIODECPT
                 (TYPE_PERIODE, PERIODE, ETAT, DATE_CLOTURE,
                  OPERATEUR_CLOTURE, ID_DEMANDE_REOUV)
              VALUES
                 ('A', :WS-PERIODE-ANNEE, 'F', CURRENT DATE,
                  :WS-PARAM-OPERATEUR, 0)
           END-EXEC.

           MOVE SPACES TO WS-AUDIT-EVENEMENT.
           STRING 'CLOTURE EXERCICE ' WS-PERIODE-ANNEE(1:4)
              DELIMITED BY SIZE INTO WS-AUDIT-EVENEMENT.
           PERFORM 1950-TRACER-AUDIT-OPER
              THRU 1950-TRACER-AUDIT-OPER-EXIT.

           DISPLAY '----------------------------------------------'.
           DISPLAY 'EXERCICE CLOTURE          : '
              WS-PERIODE-ANNEE(1:4).
           DISPLAY 'COMPTES DE RESULTAT SOLDES: '
              WS-NB-COMPTES-SOLDES.
           MOVE WS-RESULTAT-EXO TO WS-TOTAL-EDIT.
           DISPLAY 'PASSE AU REPORT A NOUVEAU : ' WS-TOTAL-EDIT
              ' (' WS-COMPTE-REPORT ')'.
           DISPLAY 'COMPTES DE BILAN REPORTES : '
              WS-NB-COMPTES-REPORTES ' AU ' WS-DATE-REPORT.

       4000-CLOTURER-EXERCICE-EXIT.
           EXIT.

       4100-SOLDER-RESULTAT.
      *    Solde net de l'exercice de chaque compte de charges et de
      *    produits (debits moins credits), ecritures de cloture
      *    exclues
           EXEC SQL
              DECLARE CRESULTAT CURSOR FOR
              SELECT COMPTE_GL,
                     SUM(CASE WHEN SENS = 'D' THEN MONTANT
                              ELSE 0 - MONTANT END)
              FROM API8.GRANDLIVRE
              WHERE DATE_COMPTABLE BETWEEN :WS-DATE-DEBUT-EXO
                                       AND :WS-DATE-FIN-EXO
                AND SUBSTR(COMPTE_GL, 1, 1) IN ('6', '7')
                AND VALUE(JOURNAL_GL, 'OPE') <> 'CLO'
              GROUP BY COMPTE_GL
              ORDER BY COMPTE_GL
           END-EXEC.

           EXEC SQL
              OPEN CRESULTAT
           END-EXEC.

           PERFORM 4200-SOLDER-UN-COMPTE
              THRU 4200-SOLDER-UN-COMPTE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CRESULTAT
           END-EXEC.
           MOVE 0 TO SQLCODE.

       4100-SOLDER-RESULTAT-EXIT.
           EXIT.

       4200-SOLDER-UN-COMPTE.
           EXEC SQL
              FETCH CRESULTAT
              INTO :WS-COMPTE-GL, :WS-SOLDE-GL :WS-SOLDE-NULL-IND
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 4200-SOLDER-UN-COMPTE-EXIT
           END-IF.
           IF WS-SOLDE-NULL-IND = -1 OR WS-SOLDE-GL = 0
              GO TO 4200-SOLDER-UN-COMPTE-EXIT
           END-IF.

      *    Le compte est ramene a zero au 31/12, la contrepartie va
      *    au report a nouveau en sens inverse
           MOVE 'CLO' TO WS-JOURNAL-ECRITURE.
           MOVE WS-DATE-FIN-EXO TO WS-DATE-ECRITURE.
           IF WS-SOLDE-GL > 0
              MOVE WS-SOLDE-GL TO WS-MONTANT-ECRITURE
              MOVE WS-COMPTE-GL TO WS-COMPTE-ECRITURE
              MOVE 'C' TO WS-SENS-ECRITURE
              PERFORM 7000-ECRIRE-GRAND-LIVRE
                 THRU 7000-ECRIRE-GRAND-LIVRE-EXIT
              MOVE WS-COMPTE-REPORT TO WS-COMPTE-ECRITURE
              MOVE 'D' TO WS-SENS-ECRITURE
              PERFORM 7000-ECRIRE-GRAND-LIVRE
                 THRU 7000-ECRIRE-GRAND-LIVRE-EXIT
           ELSE
              COMPUTE WS-MONTANT-ECRITURE = 0 - WS-SOLDE-GL
              MOVE WS-COMPTE-GL TO WS-COMPTE-ECRITURE
              MOVE 'D' TO WS-SENS-ECRITURE
              PERFORM 7000-ECRIRE-GRAND-LIVRE
                 THRU 7000-ECRIRE-GRAND-LIVRE-EXIT
              MOVE WS-COMPTE-REPORT TO WS-COMPTE-ECRITURE
              MOVE 'C' TO WS-SENS-ECRITURE
              PERFORM 7000-ECRIRE-GRAND-LIVRE
                 THRU 7000-ECRIRE-GRAND-LIVRE-EXIT
           END-IF.

           ADD WS-SOLDE-GL TO WS-RESULTAT-EXO.
           ADD 1 TO WS-NB-COMPTES-SOLDES.
           MOVE 0 TO SQLCODE.

       4200-SOLDER-UN-COMPTE-EXIT.
           EXIT.

       4300-REPORTER-BILAN.
      *    Solde de cloture de chaque compte de bilan : cumul de
      *    toutes les ecritures jusqu'au 31/12, report a nouveau
      *    compris, hors a-nouveaux deja poses (ils ne font que
      *    reprendre ce meme cumul)
           EXEC SQL
              DECLARE CBILAN CURSOR FOR
              SELECT COMPTE_GL,
                     SUM(CASE WHEN SENS = 'D' THEN MONTANT
                              ELSE 0 - MONTANT END)
              FROM API8.GRANDLIVRE
              WHERE DATE_COMPTABLE <= :WS-DATE-FIN-EXO
                AND SUBSTR(COMPTE_GL, 1, 1) NOT IN ('6', '7')
                AND VALUE(JOURNAL_GL, 'OPE') <> 'ANO'
              GROUP BY COMPTE_GL
              ORDER BY COMPTE_GL
           END-EXEC.

           EXEC SQL
              OPEN CBILAN
           END-EXEC.

           PERFORM 4400-REPORTER-UN-COMPTE
              THRU 4400-REPORTER-UN-COMPTE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CBILAN
           END-EXEC.
           MOVE 0 TO SQLCODE.

       4300-REPORTER-BILAN-EXIT.
           EXIT.

       4400-REPORTER-UN-COMPTE.
           EXEC SQL
              FETCH CBILAN
              INTO :WS-COMPTE-GL, :WS-SOLDE-GL :WS-SOLDE-NULL-IND
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 4400-REPORTER-UN-COMPTE-EXIT
           END-IF.
           IF WS-SOLDE-NULL-IND = -1 OR WS-SOLDE-GL = 0
              GO TO 4400-REPORTER-UN-COMPTE-EXIT
           END-IF.

           MOVE 'ANO' TO WS-JOURNAL-ECRITURE.
           MOVE WS-DATE-REPORT TO WS-DATE-ECRITURE.
           MOVE WS-COMPTE-GL TO WS-COMPTE-ECRITURE.
           IF WS-SOLDE-GL > 0
              MOVE WS-SOLDE-GL TO WS-MONTANT-ECRITURE
              MOVE 'D' TO WS-SENS-ECRITURE
           ELSE
              COMPUTE WS-MONTANT-ECRITURE = 0 - WS-SOLDE-GL
              MOVE 'C' TO WS-SENS-ECRITURE
           END-IF.
           PERFORM 7000-ECRIRE-GRAND-LIVRE
              THRU 7000-ECRIRE-GRAND-LIVRE-EXIT.

           ADD 1 TO WS-NB-COMPTES-REPORTES.
           MOVE 0 TO SQLCODE.

       4400-REPORTER-UN-COMPTE-EXIT.
           EXIT.

       5000-LIRE-ETAT-EXERCICE.
           MOVE SPACE TO WS-ETAT-PERIODE.
           EXEC SQL
              SELECT ETAT
              INTO :WS-ETAT-PERIODE
              FROM API8.PERIODECPT
              WHERE TYPE_PERIODE = 'A'
                AND PERIODE = :WS-PERIODE-ANNEE
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'O' TO WS-ETAT-PERIODE
              MOVE 0 TO SQLCODE
           END-IF.

       5000-LIRE-ETAT-EXERCICE-EXIT.
           EXIT.

       5100-LIRE-ETAT-MOIS.
           MOVE SPACE TO WS-ETAT-PERIODE.
           EXEC SQL
              SELECT ETAT
              INTO :WS-ETAT-PERIODE
              FROM API8.PERIODECPT
              WHERE TYPE_PERIODE = 'M'
                AND PERIODE = :WS-PERIODE-MOIS
           END-EXEC.
           IF SQLCODE = 100
              MOVE 'O' TO WS-ETAT-PERIODE
              MOVE 0 TO SQLCODE
           END-IF.

       5100-LIRE-ETAT-MOIS-EXIT.
           EXIT.

       1950-TRACER-AUDIT-OPER.
      *    Toute action sur les periodes est tracee avec
      *    l'identifiant de l'operateur (meme convention qu'API8SIGN)
           EXEC SQL
              SELECT MAX(ID_AUDIT)
              INTO :WS-ID-AUDIT-OPER :WS-AUDIT-NULL-IND
              FROM API8.AUDITLOG
           END-EXEC.

           IF WS-AUDIT-NULL-IND = -1
              MOVE 1 TO WS-ID-AUDIT-OPER
           ELSE
              ADD 1 TO WS-ID-AUDIT-OPER
           END-IF.

           EXEC SQL
              INSERT INTO API8.AUDITLOG
                 (ID_AUDIT, ID_CLIENT, PROGRAMME, EVENEMENT,
                  ID_OPERATEUR, DATE_AUDIT, HEURE_AUDIT)
              VALUES
                 (:WS-ID-AUDIT-OPER, 0, 'API8CLOM',
                  :WS-AUDIT-EVENEMENT, :WS-PARAM-OPERATEUR,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.

       1950-TRACER-AUDIT-OPER-EXIT.
           EXIT.

       7000-ECRIRE-GRAND-LIVRE.
      *    Cumul dans le grand livre interne sur le journal de
      *    l'ecriture ('CLO' cloture, 'ANO' a-nouveaux) : les
      *    journaux 'OPE' et 'PRV' ne sont pas touches
           EXEC SQL
              UPDATE API8.GRANDLIVRE
              SET MONTANT = MONTANT + :WS-MONTANT-ECRITURE,
                  NB_ECRITURES = NB_ECRITURES + 1
              WHERE COMPTE_GL = :WS-COMPTE-ECRITURE
                AND DATE_COMPTABLE = :WS-DATE-ECRITURE
                AND SENS = :WS-SENS-ECRITURE
                AND JOURNAL_GL = :WS-JOURNAL-ECRITURE
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO API8.GRANDLIVRE
                    (COMPTE_GL, DATE_COMPTABLE, SENS, MONTANT,
                     NB_ECRITURES, JOURNAL_GL)
                 VALUES
                    (:WS-COMPTE-ECRITURE, :WS-DATE-ECRITURE,
                     :WS-SENS-ECRITURE, :WS-MONTANT-ECRITURE, 1,
                     :WS-JOURNAL-ECRITURE)
              END-EXEC
           END-IF.

       7000-ECRIRE-GRAND-LIVRE-EXIT.
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8CLOM        '
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8CLOM       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
