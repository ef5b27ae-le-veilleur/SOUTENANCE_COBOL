       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8PRTR.
      *===============================================================
      *    RAPPORT TRIMESTRIEL DES PERTES OPERATIONNELLES
      *    Edite, pour la gestion des risques, le registre
      *    API8.PERTEOPE (collecte mensuelle API8PRTC, saisie
      *    manuelle API8PRTS) sur le trimestre demande :
      *       - pertes par categorie d'evenement, puis par agence :
      *         nombre, perte brute, recuperations et perte nette du
      *         trimestre, et les memes cumuls depuis le 1er janvier
      *       - tendance de l'annee : trimestre par trimestre jusqu'au
      *         trimestre edite, avec la perte nette cumulee, comparee
      *         au cumul de la meme periode de l'annee precedente
      *    Un evenement est rattache au trimestre de sa decouverte.
      *    SYSIN : periode AAAAT (annee + trimestre 1 a 4) ; a blanc,
      *    le dernier trimestre clos avant la journee comptable.
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
           05  WS-PARAM-PERIODE       PIC X(5).

      *    Trimestre edite
       01  WS-PERIODE                 PIC X(5).
       01  FILLER REDEFINES WS-PERIODE.
           05  WS-PER-ANNEE           PIC 9(4).
           05  WS-PER-TRIM            PIC 9(1).

       01  WS-DATE-COMPTABLE-NUM      PIC 9(8).
       01  FILLER REDEFINES WS-DATE-COMPTABLE-NUM.
           05  WS-DCP-ANNEE           PIC 9(4).
           05  WS-DCP-MOIS            PIC 9(2).
           05  WS-DCP-JOUR            PIC 9(2).

      *    Construction des bornes (premier jour d'un mois)
       01  WS-DATE-CALC.
           05  WS-DC-ANNEE            PIC 9(4).
           05  WS-DC-MOIS             PIC 9(2).
           05  WS-DC-JOUR             PIC 9(2) VALUE 1.

      *    Bornes : debut inclus, fin exclue
       01  WS-DEBUT-TRIM              PIC X(8).
       01  WS-FIN-TRIM                PIC X(8).
       01  WS-DEBUT-ANNEE             PIC X(8).
       01  WS-DEBUT-ANNEE-PREC        PIC X(8).
       01  WS-FIN-TRIM-PREC           PIC X(8).

      *    Ligne du registre agregee
       01  WS-CATEGORIE               PIC X(3).
       01  WS-LIBELLE-CATEGORIE       PIC X(24).
       01  WS-CODE-AGENCE             PIC X(4).
       01  WS-TRIMESTRE               PIC S9(4) COMP.
       01  WS-TRIM-EDIT               PIC 9(1).
       01  WS-NB-TRIM                 PIC S9(9) COMP.
       01  WS-BRUT-TRIM               PIC S9(11)V99 COMP-3.
       01  WS-RECUP-TRIM              PIC S9(11)V99 COMP-3.
       01  WS-NB-ANNEE                PIC S9(9) COMP.
       01  WS-BRUT-ANNEE              PIC S9(11)V99 COMP-3.
       01  WS-RECUP-ANNEE             PIC S9(11)V99 COMP-3.
       01  WS-NET                     PIC S9(11)V99 COMP-3.

      *    Totaux de section
       01  WS-TOT-NB-TRIM             PIC S9(9) COMP.
       01  WS-TOT-BRUT-TRIM           PIC S9(11)V99 COMP-3.
       01  WS-TOT-RECUP-TRIM          PIC S9(11)V99 COMP-3.
       01  WS-TOT-NB-ANNEE            PIC S9(9) COMP.
       01  WS-TOT-BRUT-ANNEE          PIC S9(11)V99 COMP-3.
       01  WS-TOT-RECUP-ANNEE         PIC S9(11)V99 COMP-3.
       01  WS-CUMUL-NET               PIC S9(11)V99 COMP-3.
       01  WS-NB-PREC                 PIC S9(9) COMP.
       01  WS-BRUT-PREC               PIC S9(11)V99 COMP-3.
       01  WS-RECUP-PREC              PIC S9(11)V99 COMP-3.
       01  WS-NET-PREC                PIC S9(11)V99 COMP-3.
       01  WS-EVOLUTION               PIC S9(11)V99 COMP-3.

       01  WS-NB-EDIT                 PIC Z(6)9.
       01  WS-NB-ANNEE-EDIT           PIC Z(6)9.
       01  WS-BRUT-EDIT               PIC -(10)9,99.
       01  WS-RECUP-EDIT              PIC -(10)9,99.
       01  WS-NET-EDIT                PIC -(10)9,99.
       01  WS-BRUT-ANNEE-EDIT         PIC -(10)9,99.
       01  WS-NET-ANNEE-EDIT          PIC -(10)9,99.

       01  WS-NB-LIGNES               PIC 9(7) VALUE 0.

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

           PERFORM 0500-DETERMINER-PERIODE
              THRU 0500-DETERMINER-PERIODE-EXIT.

           DISPLAY '=============================================='
           DISPLAY '*   RAPPORT DES PERTES OPERATIONNELLES        *'
           DISPLAY '*   TRIMESTRE : ' WS-PERIODE
              ' DU ' WS-DEBUT-TRIM ' AU ' WS-FIN-TRIM ' EXCLU'
           DISPLAY '*   CUMUL ANNUEL DEPUIS LE ' WS-DEBUT-ANNEE
           DISPLAY '=============================================='.

           PERFORM 1000-PAR-CATEGORIE
              THRU 1000-PAR-CATEGORIE-EXIT.

           PERFORM 2000-PAR-AGENCE
              THRU 2000-PAR-AGENCE-EXIT.

           PERFORM 3000-TENDANCE-ANNEE
              THRU 3000-TENDANCE-ANNEE-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0500-DETERMINER-PERIODE.
           MOVE SPACES TO WS-PARAM-SAISIE.
           ACCEPT WS-PARAM-SAISIE FROM SYSIN.

           IF WS-PARAM-PERIODE = SPACES
      *       Dernier trimestre clos avant la journee comptable
              MOVE WS-DATE-COMPTABLE TO WS-DATE-COMPTABLE-NUM
              MOVE WS-DCP-ANNEE TO WS-PER-ANNEE
              COMPUTE WS-PER-TRIM = (WS-DCP-MOIS + 2) / 3
              IF WS-PER-TRIM = 1
                 SUBTRACT 1 FROM WS-PER-ANNEE
                 MOVE 4 TO WS-PER-TRIM
              ELSE
                 SUBTRACT 1 FROM WS-PER-TRIM
              END-IF
           ELSE
              MOVE WS-PARAM-PERIODE TO WS-PERIODE
              IF WS-PERIODE IS NOT NUMERIC
                 OR WS-PER-TRIM < 1 OR WS-PER-TRIM > 4
                 DISPLAY 'PERIODE AAAAT INVALIDE : ' WS-PARAM-PERIODE
                 GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
           END-IF.

           MOVE WS-PER-ANNEE TO WS-DC-ANNEE.
           MOVE 1 TO WS-DC-MOIS.
           MOVE WS-DATE-CALC TO WS-DEBUT-ANNEE.
           COMPUTE WS-DC-MOIS = WS-PER-TRIM * 3 - 2.
           MOVE WS-DATE-CALC TO WS-DEBUT-TRIM.
           IF WS-PER-TRIM = 4
              ADD 1 TO WS-DC-ANNEE
              MOVE 1 TO WS-DC-MOIS
           ELSE
              COMPUTE WS-DC-MOIS = WS-PER-TRIM * 3 + 1
           END-IF.
           MOVE WS-DATE-CALC TO WS-FIN-TRIM.

      *    Meme periode de l'annee precedente
           SUBTRACT 1 FROM WS-DC-ANNEE.
           MOVE WS-DATE-CALC TO WS-FIN-TRIM-PREC.
           COMPUTE WS-DC-ANNEE = WS-PER-ANNEE - 1.
           MOVE 1 TO WS-DC-MOIS.
           MOVE WS-DATE-CALC TO WS-DEBUT-ANNEE-PREC.

       0500-DETERMINER-PERIODE-EXIT.
           EXIT.

       1000-PAR-CATEGORIE.
           DISPLAY ' '.
           DISPLAY 'PERTES PAR CATEGORIE D''EVENEMENT'.
           DISPLAY 'CAT LIBELLE                  '
              '   NB TRIM     BRUT TRIMESTRE   RECUP. TRIMESTRE'
              '     NET TRIMESTRE'
              '  NB ANNEE     BRUT CUMUL ANNEE      NET CUMUL ANNEE'.
           PERFORM 7000-RAZ-TOTAUX
              THRU 7000-RAZ-TOTAUX-EXIT.

           EXEC SQL
              DECLARE CCATEGORIES CURSOR FOR
              SELECT CATEGORIE,
                     SUM(CASE WHEN DATE_DECOUVERTE >= :WS-DEBUT-TRIM
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN DATE_DECOUVERTE >= :WS-DEBUT-TRIM
                              THEN PERTE_BRUTE ELSE 0 END),
                     SUM(CASE WHEN DATE_DECOUVERTE >= :WS-DEBUT-TRIM
                              THEN RECUPERATIONS ELSE 0 END),
                     COUNT(*), SUM(PERTE_BRUTE), SUM(RECUPERATIONS)
              FROM API8.PERTEOPE
              WHERE DATE_DECOUVERTE >= :WS-DEBUT-ANNEE
                AND DATE_DECOUVERTE < :WS-FIN-TRIM
              GROUP BY CATEGORIE
              ORDER BY CATEGORIE
           END-EXEC.

           EXEC SQL
              OPEN CCATEGORIES
           END-EXEC.

           PERFORM 1100-EDITER-CATEGORIE
              THRU 1100-EDITER-CATEGORIE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCATEGORIES
           END-EXEC.

           MOVE 'TOTAL' TO WS-LIBELLE-CATEGORIE.
           MOVE SPACES TO WS-CATEGORIE.
           PERFORM 7100-EDITER-TOTAUX
              THRU 7100-EDITER-TOTAUX-EXIT.
           DISPLAY WS-CATEGORIE ' ' WS-LIBELLE-CATEGORIE ' '
              WS-NB-EDIT ' ' WS-BRUT-EDIT ' ' WS-RECUP-EDIT ' '
              WS-NET-EDIT ' ' WS-NB-ANNEE-EDIT ' '
              WS-BRUT-ANNEE-EDIT ' ' WS-NET-ANNEE-EDIT.

       1000-PAR-CATEGORIE-EXIT.
           EXIT.

       1100-EDITER-CATEGORIE.
           EXEC SQL
              FETCH CCATEGORIES
              INTO :WS-CATEGORIE, :WS-NB-TRIM, :WS-BRUT-TRIM,
                   :WS-RECUP-TRIM, :WS-NB-ANNEE, :WS-BRUT-ANNEE,
                   :WS-RECUP-ANNEE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1100-EDITER-CATEGORIE-EXIT
           END-IF.

           EVALUATE WS-CATEGORIE
              WHEN 'FRI'
                 MOVE 'FRAUDE INTERNE' TO WS-LIBELLE-CATEGORIE
              WHEN 'FRX'
                 MOVE 'FRAUDE EXTERNE' TO WS-LIBELLE-CATEGORIE
              WHEN 'RHS'
                 MOVE 'EMPLOI ET SECURITE' TO WS-LIBELLE-CATEGORIE
              WHEN 'CPC'
                 MOVE 'CLIENTS ET PRODUITS' TO WS-LIBELLE-CATEGORIE
              WHEN 'DAM'
                 MOVE 'DOMMAGES AUX ACTIFS' TO WS-LIBELLE-CATEGORIE
              WHEN 'SYS'
                 MOVE 'INTERRUPTION SYSTEMES' TO WS-LIBELLE-CATEGORIE
              WHEN 'EXE'
                 MOVE 'EXECUTION DES PROCESSUS'
                    TO WS-LIBELLE-CATEGORIE
              WHEN OTHER
                 MOVE 'CATEGORIE INCONNUE' TO WS-LIBELLE-CATEGORIE
           END-EVALUATE.

           PERFORM 7200-EDITER-LIGNE
              THRU 7200-EDITER-LIGNE-EXIT.
           DISPLAY WS-CATEGORIE ' ' WS-LIBELLE-CATEGORIE ' '
              WS-NB-EDIT ' ' WS-BRUT-EDIT ' ' WS-RECUP-EDIT ' '
              WS-NET-EDIT ' ' WS-NB-ANNEE-EDIT ' '
              WS-BRUT-ANNEE-EDIT ' ' WS-NET-ANNEE-EDIT.

           MOVE 0 TO SQLCODE.

       1100-EDITER-CATEGORIE-EXIT.
           EXIT.

       2000-PAR-AGENCE.
           DISPLAY ' '.
           DISPLAY 'PERTES PAR AGENCE'.
           DISPLAY 'AGENCE   NB TRIM     BRUT TRIMESTRE'
              '   RECUP. TRIMESTRE     NET TRIMESTRE'
              '  NB ANNEE     BRUT CUMUL ANNEE      NET CUMUL ANNEE'.
           PERFORM 7000-RAZ-TOTAUX
              THRU 7000-RAZ-TOTAUX-EXIT.

           EXEC SQL
              DECLARE CAGENCES CURSOR FOR
              SELECT CODE_AGENCE,
                     SUM(CASE WHEN DATE_DECOUVERTE >= :WS-DEBUT-TRIM
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN DATE_DECOUVERTE >= :WS-DEBUT-TRIM
                              THEN PERTE_BRUTE ELSE 0 END),
                     SUM(CASE WHEN DATE_DECOUVERTE >= :WS-DEBUT-TRIM
                              THEN RECUPERATIONS ELSE 0 END),
                     COUNT(*), SUM(PERTE_BRUTE), SUM(RECUPERATIONS)
              FROM API8.PERTEOPE
              WHERE DATE_DECOUVERTE >= :WS-DEBUT-ANNEE
                AND DATE_DECOUVERTE < :WS-FIN-TRIM
              GROUP BY CODE_AGENCE
              ORDER BY CODE_AGENCE
           END-EXEC.

           EXEC SQL
              OPEN CAGENCES
           END-EXEC.

           PERFORM 2100-EDITER-AGENCE
              THRU 2100-EDITER-AGENCE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CAGENCES
           END-EXEC.

           MOVE 'TOT.' TO WS-CODE-AGENCE.
           PERFORM 7100-EDITER-TOTAUX
              THRU 7100-EDITER-TOTAUX-EXIT.
           DISPLAY WS-CODE-AGENCE ' ' WS-NB-EDIT ' ' WS-BRUT-EDIT ' '
              WS-RECUP-EDIT ' ' WS-NET-EDIT ' ' WS-NB-ANNEE-EDIT ' '
              WS-BRUT-ANNEE-EDIT ' ' WS-NET-ANNEE-EDIT.

       2000-PAR-AGENCE-EXIT.
           EXIT.

       2100-EDITER-AGENCE.
           EXEC SQL
              FETCH CAGENCES
              INTO :WS-CODE-AGENCE, :WS-NB-TRIM, :WS-BRUT-TRIM,
                   :WS-RECUP-TRIM, :WS-NB-ANNEE, :WS-BRUT-ANNEE,
                   :WS-RECUP-ANNEE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 2100-EDITER-AGENCE-EXIT
           END-IF.

           PERFORM 7200-EDITER-LIGNE
              THRU 7200-EDITER-LIGNE-EXIT.
           DISPLAY WS-CODE-AGENCE ' ' WS-NB-EDIT ' ' WS-BRUT-EDIT ' '
              WS-RECUP-EDIT ' ' WS-NET-EDIT ' ' WS-NB-ANNEE-EDIT ' '
              WS-BRUT-ANNEE-EDIT ' ' WS-NET-ANNEE-EDIT.

           MOVE 0 TO SQLCODE.

       2100-EDITER-AGENCE-EXIT.
           EXIT.

       3000-TENDANCE-ANNEE.
           DISPLAY ' '.
           DISPLAY 'TENDANCE DE L''ANNEE ' WS-PER-ANNEE
              ' PAR TRIMESTRE DE DECOUVERTE'.
           DISPLAY 'TRIM      NB     PERTE BRUTE     RECUPERATIONS'
              '       PERTE NETTE         NET CUMULE'.
           MOVE 0 TO WS-CUMUL-NET.

           EXEC SQL
              DECLARE CTENDANCE CURSOR FOR
              SELECT QUARTER(DATE_DECOUVERTE), COUNT(*),
                     SUM(PERTE_BRUTE), SUM(RECUPERATIONS)
              FROM API8.PERTEOPE
              WHERE DATE_DECOUVERTE >= :WS-DEBUT-ANNEE
                AND DATE_DECOUVERTE < :WS-FIN-TRIM
              GROUP BY QUARTER(DATE_DECOUVERTE)
              ORDER BY 1
           END-EXEC.

           EXEC SQL
              OPEN CTENDANCE
           END-EXEC.

           PERFORM 3100-EDITER-TRIMESTRE
              THRU 3100-EDITER-TRIMESTRE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CTENDANCE
           END-EXEC.

      *    Meme periode de l'annee precedente
           EXEC SQL
              SELECT COUNT(*), VALUE(SUM(PERTE_BRUTE), 0),
                     VALUE(SUM(RECUPERATIONS), 0)
              INTO :WS-NB-PREC, :WS-BRUT-PREC, :WS-RECUP-PREC
              FROM API8.PERTEOPE
              WHERE DATE_DECOUVERTE >= :WS-DEBUT-ANNEE-PREC
                AND DATE_DECOUVERTE < :WS-FIN-TRIM-PREC
           END-EXEC.

           COMPUTE WS-NET-PREC = WS-BRUT-PREC - WS-RECUP-PREC.
           COMPUTE WS-EVOLUTION = WS-CUMUL-NET - WS-NET-PREC.
           MOVE WS-NB-PREC TO WS-NB-EDIT.
           MOVE WS-BRUT-PREC TO WS-BRUT-EDIT.
           MOVE WS-NET-PREC TO WS-NET-EDIT.
           DISPLAY 'MEME PERIODE ANNEE PRECEDENTE : ' WS-NB-EDIT
              ' EVENEMENTS  BRUT ' WS-BRUT-EDIT
              '  NET ' WS-NET-EDIT.
           MOVE WS-EVOLUTION TO WS-NET-EDIT.
           DISPLAY 'EVOLUTION DE LA PERTE NETTE CUMULEE : '
              WS-NET-EDIT.

       3000-TENDANCE-ANNEE-EXIT.
           EXIT.

       3100-EDITER-TRIMESTRE.
           EXEC SQL
              FETCH CTENDANCE
              INTO :WS-TRIMESTRE, :WS-NB-TRIM, :WS-BRUT-TRIM,
                   :WS-RECUP-TRIM
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 3100-EDITER-TRIMESTRE-EXIT
           END-IF.

           COMPUTE WS-NET = WS-BRUT-TRIM - WS-RECUP-TRIM.
           ADD WS-NET TO WS-CUMUL-NET.
           MOVE WS-TRIMESTRE TO WS-TRIM-EDIT.
           MOVE WS-NB-TRIM TO WS-NB-EDIT.
           MOVE WS-BRUT-TRIM TO WS-BRUT-EDIT.
           MOVE WS-RECUP-TRIM TO WS-RECUP-EDIT.
           MOVE WS-NET TO WS-NET-EDIT.
           MOVE WS-CUMUL-NET TO WS-NET-ANNEE-EDIT.
           DISPLAY 'T' WS-TRIM-EDIT ' ' WS-NB-EDIT ' ' WS-BRUT-EDIT
              ' ' WS-RECUP-EDIT ' ' WS-NET-EDIT ' ' WS-NET-ANNEE-EDIT.

           MOVE 0 TO SQLCODE.

       3100-EDITER-TRIMESTRE-EXIT.
           EXIT.

       7000-RAZ-TOTAUX.
           MOVE 0 TO WS-TOT-NB-TRIM.
           MOVE 0 TO WS-TOT-BRUT-TRIM.
           MOVE 0 TO WS-TOT-RECUP-TRIM.
           MOVE 0 TO WS-TOT-NB-ANNEE.
           MOVE 0 TO WS-TOT-BRUT-ANNEE.
           MOVE 0 TO WS-TOT-RECUP-ANNEE.

       7000-RAZ-TOTAUX-EXIT.
           EXIT.

       7100-EDITER-TOTAUX.
           MOVE WS-TOT-NB-TRIM TO WS-NB-TRIM.
           MOVE WS-TOT-BRUT-TRIM TO WS-BRUT-TRIM.
           MOVE WS-TOT-RECUP-TRIM TO WS-RECUP-TRIM.
           MOVE WS-TOT-NB-ANNEE TO WS-NB-ANNEE.
           MOVE WS-TOT-BRUT-ANNEE TO WS-BRUT-ANNEE.
           MOVE WS-TOT-RECUP-ANNEE TO WS-RECUP-ANNEE.
           MOVE WS-NB-TRIM TO WS-NB-EDIT.
           MOVE WS-BRUT-TRIM TO WS-BRUT-EDIT.
           MOVE WS-RECUP-TRIM TO WS-RECUP-EDIT.
           COMPUTE WS-NET = WS-BRUT-TRIM - WS-RECUP-TRIM.
           MOVE WS-NET TO WS-NET-EDIT.
           MOVE WS-NB-ANNEE TO WS-NB-ANNEE-EDIT.
           MOVE WS-BRUT-ANNEE TO WS-BRUT-ANNEE-EDIT.
           COMPUTE WS-NET = WS-BRUT-ANNEE - WS-RECUP-ANNEE.
           MOVE WS-NET TO WS-NET-ANNEE-EDIT.

       7100-EDITER-TOTAUX-EXIT.
           EXIT.

       7200-EDITER-LIGNE.
      *    Cumule la ligne lue dans les totaux de section et prepare
      *    les zones editees
           ADD 1 TO WS-NB-LIGNES.
           ADD WS-NB-TRIM TO WS-TOT-NB-TRIM.
           ADD WS-BRUT-TRIM TO WS-TOT-BRUT-TRIM.
           ADD WS-RECUP-TRIM TO WS-TOT-RECUP-TRIM.
           ADD WS-NB-ANNEE TO WS-TOT-NB-ANNEE.
           ADD WS-BRUT-ANNEE TO WS-TOT-BRUT-ANNEE.
           ADD WS-RECUP-ANNEE TO WS-TOT-RECUP-ANNEE.

           MOVE WS-NB-TRIM TO WS-NB-EDIT.
           MOVE WS-BRUT-TRIM TO WS-BRUT-EDIT.
           MOVE WS-RECUP-TRIM TO WS-RECUP-EDIT.
           COMPUTE WS-NET = WS-BRUT-TRIM - WS-RECUP-TRIM.
           MOVE WS-NET TO WS-NET-EDIT.
           MOVE WS-NB-ANNEE TO WS-NB-ANNEE-EDIT.
           MOVE WS-BRUT-ANNEE TO WS-BRUT-ANNEE-EDIT.
           COMPUTE WS-NET = WS-BRUT-ANNEE - WS-RECUP-ANNEE.
           MOVE WS-NET TO WS-NET-ANNEE-EDIT.

       7200-EDITER-LIGNE-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8PRTR', CURRENT DATE,
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
            MOVE WS-NB-LIGNES TO WS-JRN-LUS.
            MOVE WS-NB-LIGNES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8PRTR        '
            DISPLAY '   TRIMESTRE EDITE      : ' WS-PERIODE
            DISPLAY '   LIGNES EDITEES       : ' WS-NB-LIGNES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-LIGNES TO WS-JRN-LUS.
            MOVE WS-NB-LIGNES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8PRTR       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
