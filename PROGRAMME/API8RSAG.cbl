       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8RSAG.
      *===============================================================
      *    BATCH MENSUEL DU RESULTAT ET DU BILAN PAR AGENCE
      *    API8GLIV prouve chaque jour la partie double du grand
      *    livre interne API8.GRANDLIVRE, API8KPI compte les comptes
      *    et les soldes par agence : rien ne disait ce qu'une agence
      *    avait gagne. Pour le mois demande en SYSIN (AAAAMM, repli
      *    : mois de la date du jour), edite par CODE_AGENCE (agence
      *    courante du compte porteur, '0001' a blanc comme API8CAIS)
      *       - la balance par compte du grand livre interne : les
      *         operations du mois (DATE_COMPTABLE) ventilees avec les
      *         memes comptes et sens qu'API8GLIV 1150-MAPPER-COMPTE-GL
      *         et leur contrepartie 411000, plus les variations de
      *         provision des prets de l'agence (API8.PROVISION, memes
      *         ecritures qu'API8PROV : 681700/491000, 491000/781700)
      *       - le compte de resultat resume, operations annulees
      *         exclues (memes regles qu'API8PROF) :
      *            + frais (operations 'F' hors forfaits)
      *            + forfaits (operations 'F' au libelle FORFAIT...)
      *            + agios de decouvert (operations 'G')
      *            + interets de prets encaisses (MONTANT_INTERET des
      *              echeances reglees 'P' dans le mois)
      *            - interets verses sur depots et DAT ('I')
      *            - gestes commerciaux (API8.GESTECOM du mois)
      *            - dotations nettes aux provisions
      *       - un bilan simple a la fin du mois : depots et
      *         decouverts (derniere photographie API8.SOLDEJOUR du
      *         mois, a defaut soldes courants), depots a terme
      *         actifs, encours des prets actifs et en defaut,
      *         encaisse du distributeur (API8.STOCKDAB valorise) et
      *         flux especes net du mois (depots 'D' moins retraits
      *         'R', comme API8CAIS)
      *    La somme des balances d'agence est rapprochee, compte par
      *    compte, du grand livre banque entiere du mois (journaux
      *    'OPE' et 'PRV' ; les ecritures de cloture d'exercice
      *    'CLO'/'ANO' d'API8CLOM n'en font pas partie) ; la ligne de
      *    rapprochement est editee en fin d'etat. Un ecart (ecart de
      *    preuve force en attente par API8GLIV, passage en perte
      *    API8PERT non ventile) termine en avertissement (code
      *    retour 4) pour le rapport du matin API8JRNL.
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

       01  WS-PARAM-MOIS             PIC X(6).
       01  WS-MOIS-EDITION           PIC X(6).
       01  WS-DATE-JOUR              PIC X(8).
       01  WS-DATE-DEBUT             PIC X(8).
       01  WS-DATE-FIN               PIC X(8).

       01  WS-CODE-AGENCE-CUR        PIC X(4).
       01  WS-NB-AGENCES             PIC 9(5) VALUE 0.

      *    Operations du mois de l'agence par TYPE_OP
       01  WS-TYPE-OP-CUR            PIC X(1).
       01  WS-MONTANT-TYPE           PIC S9(11)V99 COMP-3.
       01  WS-NULL-IND-1             PIC S9(4) COMP.

      *    Ventilation en comptes du grand livre (API8GLIV)
       01  WS-COMPTE-GL              PIC X(6).
       01  WS-SENS-GL                PIC X(1).
       01  WS-COMPTE-CUMUL           PIC X(6).
       01  WS-SENS-CUMUL             PIC X(1).
       01  WS-MONTANT-CUMUL          PIC S9(11)V99 COMP-3.

      *    Balance de l'agence en cours
       01  WS-NB-LIGNES-BAL          PIC S9(3) COMP-3 VALUE 0.
       01  WS-TAB-BALANCE.
           05  WS-BAL OCCURS 20 TIMES.
               10  WS-BAL-COMPTE         PIC X(6).
               10  WS-BAL-DEBIT          PIC S9(11)V99 COMP-3.
               10  WS-BAL-CREDIT         PIC S9(11)V99 COMP-3.
               10  WS-BAL-ATTENTE        PIC S9(11)V99 COMP-3.

      *    Balance cumulee des agences et grand livre banque entiere
       01  WS-NB-LIGNES-BQ           PIC S9(3) COMP-3 VALUE 0.
       01  WS-TAB-BANQUE.
           05  WS-BQ OCCURS 20 TIMES.
               10  WS-BQ-COMPTE          PIC X(6).
               10  WS-BQ-DEBIT           PIC S9(11)V99 COMP-3.
               10  WS-BQ-CREDIT          PIC S9(11)V99 COMP-3.
               10  WS-BQ-ATTENTE         PIC S9(11)V99 COMP-3.
               10  WS-BQ-GL-DEBIT        PIC S9(11)V99 COMP-3.
               10  WS-BQ-GL-CREDIT       PIC S9(11)V99 COMP-3.
               10  WS-BQ-GL-ATTENTE      PIC S9(11)V99 COMP-3.
       01  I-BAL                     PIC S9(3) COMP-3.
       01  I-BQ                      PIC S9(3) COMP-3.

      *    Provisions des prets de l'agence
       01  WS-DOTATIONS              PIC S9(11)V99 COMP-3.
       01  WS-REPRISES               PIC S9(11)V99 COMP-3.

      *    Compte de resultat de l'agence
       01  WS-PL-FRAIS               PIC S9(11)V99 COMP-3.
       01  WS-PL-FORFAITS            PIC S9(11)V99 COMP-3.
       01  WS-PL-AGIOS               PIC S9(11)V99 COMP-3.
       01  WS-PL-INT-PRETS           PIC S9(11)V99 COMP-3.
       01  WS-PL-INT-VERSES          PIC S9(11)V99 COMP-3.
       01  WS-PL-GESTES              PIC S9(11)V99 COMP-3.
       01  WS-PL-PROVISIONS          PIC S9(11)V99 COMP-3.
       01  WS-PL-RESULTAT            PIC S9(11)V99 COMP-3.
       01  WS-TOT-RESULTAT           PIC S9(13)V99 COMP-3 VALUE 0.

      *    Bilan simple de l'agence
       01  WS-DATE-PHOTO             PIC X(8).
       01  WS-PHOTO-NULL-IND         PIC S9(4) COMP.
       01  WS-BIL-DEPOTS             PIC S9(11)V99 COMP-3.
       01  WS-BIL-DECOUVERTS         PIC S9(11)V99 COMP-3.
       01  WS-BIL-DAT                PIC S9(11)V99 COMP-3.
       01  WS-BIL-PRETS              PIC S9(11)V99 COMP-3.
       01  WS-BIL-ENCAISSE-DAB       PIC S9(11)V99 COMP-3.
       01  WS-BIL-FLUX-ESPECES       PIC S9(11)V99 COMP-3.
       01  WS-NB-50-DAB              PIC S9(5) COMP-3.
       01  WS-NB-20-DAB              PIC S9(5) COMP-3.
       01  WS-NB-10-DAB              PIC S9(5) COMP-3.

      *    Rapprochement avec le grand livre banque entiere
       01  WS-GL-COMPTE              PIC X(6).
       01  WS-GL-SENS                PIC X(1).
       01  WS-GL-MONTANT             PIC S9(13)V99 COMP-3.
       01  WS-TOT-GL                 PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOT-AGENCES            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ECART-COMPTE           PIC S9(13)V99 COMP-3.
       01  WS-ECART-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-NB-COMPTES-ECART       PIC 9(5) VALUE 0.

       01  WS-MONTANT-EDIT           PIC -(10)9,99.
       01  WS-MONTANT-EDIT-2         PIC -(10)9,99.
       01  WS-MONTANT-EDIT-3         PIC -(10)9,99.
       01  WS-TOTAL-EDIT             PIC -(12)9,99.

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

           MOVE SPACES TO WS-PARAM-MOIS.
           ACCEPT WS-PARAM-MOIS FROM SYSIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           IF WS-PARAM-MOIS = SPACES OR WS-PARAM-MOIS IS NOT NUMERIC
              MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-EDITION
           ELSE
              MOVE WS-PARAM-MOIS TO WS-MOIS-EDITION
           END-IF.

           MOVE SPACES TO WS-DATE-DEBUT.
           STRING WS-MOIS-EDITION '01'
              DELIMITED BY SIZE INTO WS-DATE-DEBUT.
           MOVE SPACES TO WS-DATE-FIN.
           STRING WS-MOIS-EDITION '31'
              DELIMITED BY SIZE INTO WS-DATE-FIN.

           DISPLAY '=============================================='
           DISPLAY '*   RESULTAT ET BILAN PAR AGENCE - '
              WS-MOIS-EDITION
           DISPLAY '=============================================='.

      *    Derniere photographie des soldes du mois pour le bilan
           MOVE SPACES TO WS-DATE-PHOTO.
           EXEC SQL
              SELECT MAX(DATE_SOLDE)
              INTO :WS-DATE-PHOTO :WS-PHOTO-NULL-IND
              FROM API8.SOLDEJOUR
              WHERE DATE_SOLDE <= :WS-DATE-FIN
           END-EXEC.
           IF WS-PHOTO-NULL-IND = -1
              MOVE SPACES TO WS-DATE-PHOTO
           END-IF.

           MOVE 0 TO WS-NB-LIGNES-BQ.

      *    Comptes ouverts avant la mise en place des agences -
      *    rattaches a l'agence siege par defaut (API8CAIS)
           EXEC SQL
              DECLARE CAGENRSA CURSOR FOR
              SELECT DISTINCT
                     CASE WHEN VALUE(CODE_AGENCE, ' ') = ' '
                          THEN '0001'
                          ELSE CODE_AGENCE END
              FROM API8.COMPTE
              ORDER BY 1
           END-EXEC.

           EXEC SQL
              OPEN CAGENRSA
           END-EXEC.

           PERFORM 1000-TRAITER-AGENCE
              THRU 1000-TRAITER-AGENCE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CAGENRSA
           END-EXEC.
           MOVE 0 TO SQLCODE.

           PERFORM 3000-RAPPROCHER-GRAND-LIVRE
              THRU 3000-RAPPROCHER-GRAND-LIVRE-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-TRAITER-AGENCE.
           EXEC SQL
              FETCH CAGENRSA
              INTO :WS-CODE-AGENCE-CUR
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-TRAITER-AGENCE-EXIT
           END-IF.

           DISPLAY '=============================================='
           DISPLAY 'AGENCE ' WS-CODE-AGENCE-CUR
              ' - MOIS ' WS-MOIS-EDITION.

           PERFORM 1100-BALANCE-AGENCE
              THRU 1100-BALANCE-AGENCE-EXIT.
           PERFORM 1400-COMPTE-RESULTAT
              THRU 1400-COMPTE-RESULTAT-EXIT.
           PERFORM 1500-BILAN-AGENCE
              THRU 1500-BILAN-AGENCE-EXIT.

           ADD 1 TO WS-NB-AGENCES.
           MOVE 0 TO SQLCODE.

       1000-TRAITER-AGENCE-EXIT.
           EXIT.

       1100-BALANCE-AGENCE.
           MOVE 0 TO WS-NB-LIGNES-BAL.

      *    Toutes les operations du mois, comme le cumul d'API8GLIV
      *    (une operation annulee reste au grand livre, sa
      *    contre-passation 'A' part en attente)
           EXEC SQL
              DECLARE CTYPERSA CURSOR FOR
              SELECT O.TYPE_OP, SUM(O.MONTANT_OP)
              FROM API8.OPERATION O, API8.COMPTE C
              WHERE O.ID_COMPTE = C.ID_COMPTE
                AND CASE WHEN VALUE(C.CODE_AGENCE, ' ') = ' '
                         THEN '0001'
                         ELSE C.CODE_AGENCE END
                       = :WS-CODE-AGENCE-CUR
                AND VALUE(O.DATE_COMPTABLE, O.DATE_OP)
                       BETWEEN :WS-DATE-DEBUT AND :WS-DATE-FIN
              GROUP BY O.TYPE_OP
              ORDER BY O.TYPE_OP
           END-EXEC.

           EXEC SQL
              OPEN CTYPERSA
           END-EXEC.

           PERFORM 1110-VENTILER-TYPE
              THRU 1110-VENTILER-TYPE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CTYPERSA
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *    Variations de provision des prets de l'agence arretees
      *    dans le mois
           MOVE 0 TO WS-DOTATIONS.
           EXEC SQL
              SELECT SUM(V.VARIATION)
              INTO :WS-DOTATIONS :WS-NULL-IND-1
              FROM API8.PROVISION V, API8.PRET P, API8.COMPTE C
              WHERE V.ID_PRET = P.ID_PRET
                AND P.ID_COMPTE = C.ID_COMPTE
                AND CASE WHEN VALUE(C.CODE_AGENCE, ' ') = ' '
                         THEN '0001'
                         ELSE C.CODE_AGENCE END
                       = :WS-CODE-AGENCE-CUR
                AND V.DATE_ARRETE BETWEEN :WS-DATE-DEBUT
                                      AND :WS-DATE-FIN
                AND V.VARIATION > 0
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-DOTATIONS
           END-IF.

           MOVE 0 TO WS-REPRISES.
           EXEC SQL
              SELECT SUM(0 - V.VARIATION)
              INTO :WS-REPRISES :WS-NULL-IND-1
              FROM API8.PROVISION V, API8.PRET P, API8.COMPTE C
              WHERE V.ID_PRET = P.ID_PRET
                AND P.ID_COMPTE = C.ID_COMPTE
                AND CASE WHEN VALUE(C.CODE_AGENCE, ' ') = ' '
                         THEN '0001'
                         ELSE C.CODE_AGENCE END
                       = :WS-CODE-AGENCE-CUR
                AND V.DATE_ARRETE BETWEEN :WS-DATE-DEBUT
                                      AND :WS-DATE-FIN
                AND V.VARIATION < 0
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-REPRISES
           END-IF.

           IF WS-DOTATIONS > 0
              MOVE WS-DOTATIONS TO WS-MONTANT-CUMUL
              MOVE '681700' TO WS-COMPTE-CUMUL
              MOVE 'C' TO WS-SENS-CUMUL
              PERFORM 7000-CUMULER-BALANCE
                 THRU 7000-CUMULER-BALANCE-EXIT
              MOVE '491000' TO WS-COMPTE-CUMUL
              MOVE 'D' TO WS-SENS-CUMUL
              PERFORM 7000-CUMULER-BALANCE
                 THRU 7000-CUMULER-BALANCE-EXIT
           END-IF.

           IF WS-REPRISES > 0
              MOVE WS-REPRISES TO WS-MONTANT-CUMUL
              MOVE '491000' TO WS-COMPTE-CUMUL
              MOVE 'C' TO WS-SENS-CUMUL
              PERFORM 7000-CUMULER-BALANCE
                 THRU 7000-CUMULER-BALANCE-EXIT
              MOVE '781700' TO WS-COMPTE-CUMUL
              MOVE 'D' TO WS-SENS-CUMUL
              PERFORM 7000-CUMULER-BALANCE
                 THRU 7000-CUMULER-BALANCE-EXIT
           END-IF.

           PERFORM 1300-EDITER-BALANCE
              THRU 1300-EDITER-BALANCE-EXIT.

       1100-BALANCE-AGENCE-EXIT.
           EXIT.

       1110-VENTILER-TYPE.
           EXEC SQL
              FETCH CTYPERSA
              INTO :WS-TYPE-OP-CUR, :WS-MONTANT-TYPE :WS-NULL-IND-1
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1110-VENTILER-TYPE-EXIT
           END-IF.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-MONTANT-TYPE
           END-IF.

           PERFORM 1150-MAPPER-COMPTE-GL
              THRU 1150-MAPPER-COMPTE-GL-EXIT.

      *    Partie double : la jambe mappee plus sa contrepartie
      *    411000 en sens inverse ; sans sens automatique, le
      *    montant entier part au compte d'attente (API8GLIV)
           IF WS-SENS-GL = 'N'
              MOVE '471000' TO WS-COMPTE-CUMUL
              MOVE 'N' TO WS-SENS-CUMUL
              MOVE WS-MONTANT-TYPE TO WS-MONTANT-CUMUL
              PERFORM 7000-CUMULER-BALANCE
                 THRU 7000-CUMULER-BALANCE-EXIT
           ELSE
              MOVE WS-COMPTE-GL TO WS-COMPTE-CUMUL
              MOVE WS-SENS-GL TO WS-SENS-CUMUL
              MOVE WS-MONTANT-TYPE TO WS-MONTANT-CUMUL
              PERFORM 7000-CUMULER-BALANCE
                 THRU 7000-CUMULER-BALANCE-EXIT
              MOVE '411000' TO WS-COMPTE-CUMUL
              IF WS-SENS-GL = 'D'
                 MOVE 'C' TO WS-SENS-CUMUL
              ELSE
                 MOVE 'D' TO WS-SENS-CUMUL
              END-IF
              PERFORM 7000-CUMULER-BALANCE
                 THRU 7000-CUMULER-BALANCE-EXIT
           END-IF.

           MOVE 0 TO SQLCODE.

       1110-VENTILER-TYPE-EXIT.
           EXIT.

       1150-MAPPER-COMPTE-GL.
      *    Memes comptes et sens qu'API8GLIV et API8GL
      *    1150-MAPPER-COMPTE-GL - les trois programmes doivent
      *    rester alignes
           EVALUATE WS-TYPE-OP-CUR
              WHEN 'D'
                 MOVE '512000' TO WS-COMPTE-GL
                 MOVE 'C' TO WS-SENS-GL
              WHEN 'E'
                 MOVE '512000' TO WS-COMPTE-GL
                 MOVE 'C' TO WS-SENS-GL
              WHEN 'I'
                 MOVE '661000' TO WS-COMPTE-GL
                 MOVE 'C' TO WS-SENS-GL
              WHEN 'R'
                 MOVE '512000' TO WS-COMPTE-GL
                 MOVE 'D' TO WS-SENS-GL
              WHEN 'S'
                 MOVE '512000' TO WS-COMPTE-GL
                 MOVE 'D' TO WS-SENS-GL
              WHEN 'F'
                 MOVE '706000' TO WS-COMPTE-GL
                 MOVE 'D' TO WS-SENS-GL
              WHEN 'P'
                 MOVE '512000' TO WS-COMPTE-GL
                 MOVE 'D' TO WS-SENS-GL
              WHEN 'M'
                 MOVE '274000' TO WS-COMPTE-GL
                 MOVE 'D' TO WS-SENS-GL
              WHEN 'C'
                 MOVE '512000' TO WS-COMPTE-GL
                 MOVE 'D' TO WS-SENS-GL
              WHEN 'Q'
                 MOVE '512000' TO WS-COMPTE-GL
                 MOVE 'D' TO WS-SENS-GL
              WHEN 'T'
                 MOVE '444000' TO WS-COMPTE-GL
                 MOVE 'D' TO WS-SENS-GL
              WHEN 'G'
                 MOVE '706000' TO WS-COMPTE-GL
                 MOVE 'D' TO WS-SENS-GL
              WHEN 'X'
                 MOVE '512000' TO WS-COMPTE-GL
                 MOVE 'D' TO WS-SENS-GL
              WHEN 'Y'
                 MOVE '512000' TO WS-COMPTE-GL
                 MOVE 'C' TO WS-SENS-GL
              WHEN 'A'
                 MOVE '458000' TO WS-COMPTE-GL
                 MOVE 'N' TO WS-SENS-GL
              WHEN OTHER
                 MOVE '471000' TO WS-COMPTE-GL
                 MOVE 'N' TO WS-SENS-GL
           END-EVALUATE.

       1150-MAPPER-COMPTE-GL-EXIT.
           EXIT.

       1300-EDITER-BALANCE.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'BALANCE     DEBIT           CREDIT'
              '          SANS SENS'.
           IF WS-NB-LIGNES-BAL = 0
              DISPLAY '  AUCUNE ECRITURE DANS LE MOIS'
              GO TO 1300-EDITER-BALANCE-EXIT
           END-IF.

           PERFORM 1310-EDITER-LIGNE-BALANCE
              THRU 1310-EDITER-LIGNE-BALANCE-EXIT
              VARYING I-BAL FROM 1 BY 1
              UNTIL I-BAL > WS-NB-LIGNES-BAL.

       1300-EDITER-BALANCE-EXIT.
           EXIT.

       1310-EDITER-LIGNE-BALANCE.
           MOVE WS-BAL-DEBIT (I-BAL) TO WS-MONTANT-EDIT.
           MOVE WS-BAL-CREDIT (I-BAL) TO WS-MONTANT-EDIT-2.
           MOVE WS-BAL-ATTENTE (I-BAL) TO WS-MONTANT-EDIT-3.
           DISPLAY '  ' WS-BAL-COMPTE (I-BAL)
              ' ' WS-MONTANT-EDIT
              ' ' WS-MONTANT-EDIT-2
              ' ' WS-MONTANT-EDIT-3.

       1310-EDITER-LIGNE-BALANCE-EXIT.
           EXIT.

       1400-COMPTE-RESULTAT.
      *    Frais hors forfaits
           MOVE 0 TO WS-PL-FRAIS.
           EXEC SQL
              SELECT SUM(O.MONTANT_OP)
              INTO :WS-PL-FRAIS :WS-NULL-IND-1
              FROM API8.OPERATION O, API8.COMPTE C
              WHERE O.ID_COMPTE = C.ID_COMPTE
                AND CASE WHEN VALUE(C.CODE_AGENCE, ' ') = ' '
                         THEN '0001'
                         ELSE C.CODE_AGENCE END
                       = :WS-CODE-AGENCE-CUR
                AND O.TYPE_OP = 'F'
                AND O.LIBELLE_OP NOT LIKE 'FORFAIT%'
                AND O.ANNULE NOT = 'Y'
                AND VALUE(O.DATE_COMPTABLE, O.DATE_OP)
                       BETWEEN :WS-DATE-DEBUT AND :WS-DATE-FIN
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-PL-FRAIS
           END-IF.

      *    Revenus de forfaits (API8FRFM)
           MOVE 0 TO WS-PL-FORFAITS.
           EXEC SQL
              SELECT SUM(O.MONTANT_OP)
              INTO :WS-PL-FORFAITS :WS-NULL-IND-1
              FROM API8.OPERATION O, API8.COMPTE C
              WHERE O.ID_COMPTE = C.ID_COMPTE
                AND CASE WHEN VALUE(C.CODE_AGENCE, ' ') = ' '
                         THEN '0001'
                         ELSE C.CODE_AGENCE END
                       = :WS-CODE-AGENCE-CUR
                AND O.TYPE_OP = 'F'
                AND O.LIBELLE_OP LIKE 'FORFAIT%'
                AND O.ANNULE NOT = 'Y'
                AND VALUE(O.DATE_COMPTABLE, O.DATE_OP)
                       BETWEEN :WS-DATE-DEBUT AND :WS-DATE-FIN
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-PL-FORFAITS
           END-IF.

      *    Agios sur decouvert
           MOVE 0 TO WS-PL-AGIOS.
           EXEC SQL
              SELECT SUM(O.MONTANT_OP)
              INTO :WS-PL-AGIOS :WS-NULL-IND-1
              FROM API8.OPERATION O, API8.COMPTE C
              WHERE O.ID_COMPTE = C.ID_COMPTE
                AND CASE WHEN VALUE(C.CODE_AGENCE, ' ') = ' '
                         THEN '0001'
                         ELSE C.CODE_AGENCE END
                       = :WS-CODE-AGENCE-CUR
                AND O.TYPE_OP = 'G'
                AND O.ANNULE NOT = 'Y'
                AND VALUE(O.DATE_COMPTABLE, O.DATE_OP)
                       BETWEEN :WS-DATE-DEBUT AND :WS-DATE-FIN
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-PL-AGIOS
           END-IF.

      *    Interets de prets encaisses sur les echeances reglees
           MOVE 0 TO WS-PL-INT-PRETS.
           EXEC SQL
              SELECT SUM(E.MONTANT_INTERET)
              INTO :WS-PL-INT-PRETS :WS-NULL-IND-1
              FROM API8.ECHEANCIER E, API8.PRET P, API8.COMPTE C
              WHERE E.ID_PRET = P.ID_PRET
                AND P.ID_COMPTE = C.ID_COMPTE
                AND CASE WHEN VALUE(C.CODE_AGENCE, ' ') = ' '
                         THEN '0001'
                         ELSE C.CODE_AGENCE END
                       = :WS-CODE-AGENCE-CUR
                AND E.STATUT_ECH = 'P'
                AND E.DATE_REGLEMENT BETWEEN :WS-DATE-DEBUT
                                         AND :WS-DATE-FIN
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-PL-INT-PRETS
           END-IF.

      *    Interets verses sur depots et depots a terme
           MOVE 0 TO WS-PL-INT-VERSES.
           EXEC SQL
              SELECT SUM(O.MONTANT_OP)
              INTO :WS-PL-INT-VERSES :WS-NULL-IND-1
              FROM API8.OPERATION O, API8.COMPTE C
              WHERE O.ID_COMPTE = C.ID_COMPTE
                AND CASE WHEN VALUE(C.CODE_AGENCE, ' ') = ' '
                         THEN '0001'
                         ELSE C.CODE_AGENCE END
                       = :WS-CODE-AGENCE-CUR
                AND O.TYPE_OP = 'I'
                AND O.ANNULE NOT = 'Y'
                AND VALUE(O.DATE_COMPTABLE, O.DATE_OP)
                       BETWEEN :WS-DATE-DEBUT AND :WS-DATE-FIN
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-PL-INT-VERSES
           END-IF.

      *    Gestes commerciaux imputes au budget de l'agence
           MOVE 0 TO WS-PL-GESTES.
           EXEC SQL
              SELECT SUM(MONTANT)
              INTO :WS-PL-GESTES :WS-NULL-IND-1
              FROM API8.GESTECOM
              WHERE CASE WHEN VALUE(CODE_AGENCE, ' ') = ' '
                         THEN '0001'
                         ELSE CODE_AGENCE END
                       = :WS-CODE-AGENCE-CUR
                AND MOIS = :WS-MOIS-EDITION
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-PL-GESTES
           END-IF.

           COMPUTE WS-PL-PROVISIONS = WS-DOTATIONS - WS-REPRISES.

           COMPUTE WS-PL-RESULTAT =
              WS-PL-FRAIS + WS-PL-FORFAITS + WS-PL-AGIOS
              + WS-PL-INT-PRETS - WS-PL-INT-VERSES - WS-PL-GESTES
              - WS-PL-PROVISIONS.
           ADD WS-PL-RESULTAT TO WS-TOT-RESULTAT.

           DISPLAY '----------------------------------------------'.
           DISPLAY 'COMPTE DE RESULTAT'.
           MOVE WS-PL-FRAIS TO WS-MONTANT-EDIT.
           DISPLAY '  + FRAIS                    ' WS-MONTANT-EDIT.
           MOVE WS-PL-FORFAITS TO WS-MONTANT-EDIT.
           DISPLAY '  + FORFAITS                 ' WS-MONTANT-EDIT.
           MOVE WS-PL-AGIOS TO WS-MONTANT-EDIT.
           DISPLAY '  + AGIOS DE DECOUVERT       ' WS-MONTANT-EDIT.
           MOVE WS-PL-INT-PRETS TO WS-MONTANT-EDIT.
           DISPLAY '  + INTERETS DE PRETS        ' WS-MONTANT-EDIT.
           MOVE WS-PL-INT-VERSES TO WS-MONTANT-EDIT.
           DISPLAY '  - INTERETS DEPOTS ET DAT   ' WS-MONTANT-EDIT.
           MOVE WS-PL-GESTES TO WS-MONTANT-EDIT.
           DISPLAY '  - GESTES COMMERCIAUX       ' WS-MONTANT-EDIT.
           MOVE WS-PL-PROVISIONS TO WS-MONTANT-EDIT.
           DISPLAY '  - DOTATIONS NETTES PROV.   ' WS-MONTANT-EDIT.
           MOVE WS-PL-RESULTAT TO WS-MONTANT-EDIT.
           DISPLAY '  = RESULTAT DE L''AGENCE     ' WS-MONTANT-EDIT.

       1400-COMPTE-RESULTAT-EXIT.
           EXIT.

       1500-BILAN-AGENCE.
      *    Depots et decouverts a la derniere photographie du mois ;
      *    sans photographie, soldes courants
           MOVE 0 TO WS-BIL-DEPOTS.
           MOVE 0 TO WS-BIL-DECOUVERTS.
           IF WS-DATE-PHOTO NOT = SPACES
              EXEC SQL
                 SELECT SUM(S.SOLDE)
                 INTO :WS-BIL-DEPOTS :WS-NULL-IND-1
                 FROM API8.SOLDEJOUR S, API8.COMPTE C
                 WHERE S.ID_COMPTE = C.ID_COMPTE
                   AND CASE WHEN VALUE(C.CODE_AGENCE, ' ') = ' '
                            THEN '0001'
                            ELSE C.CODE_AGENCE END
                          = :WS-CODE-AGENCE-CUR
                   AND S.DATE_SOLDE = :WS-DATE-PHOTO
                   AND S.SOLDE > 0
              END-EXEC
              IF WS-NULL-IND-1 = -1
                 MOVE 0 TO WS-BIL-DEPOTS
              END-IF
              EXEC SQL
                 SELECT SUM(0 - S.SOLDE)
                 INTO :WS-BIL-DECOUVERTS :WS-NULL-IND-1
                 FROM API8.SOLDEJOUR S, API8.COMPTE C
                 WHERE S.ID_COMPTE = C.ID_COMPTE
                   AND CASE WHEN VALUE(C.CODE_AGENCE, ' ') = ' '
                            THEN '0001'
                            ELSE C.CODE_AGENCE END
                          = :WS-CODE-AGENCE-CUR
                   AND S.DATE_SOLDE = :WS-DATE-PHOTO
                   AND S.SOLDE < 0
              END-EXEC
              IF WS-NULL-IND-1 = -1
                 MOVE 0 TO WS-BIL-DECOUVERTS
              END-IF
           ELSE
              EXEC SQL
                 SELECT SUM(SOLDE)
                 INTO :WS-BIL-DEPOTS :WS-NULL-IND-1
                 FROM API8.COMPTE
                 WHERE CASE WHEN VALUE(CODE_AGENCE, ' ') = ' '
                            THEN '0001'
                            ELSE CODE_AGENCE END
                          = :WS-CODE-AGENCE-CUR
                   AND SOLDE > 0
              END-EXEC
              IF WS-NULL-IND-1 = -1
                 MOVE 0 TO WS-BIL-DEPOTS
              END-IF
              EXEC SQL
                 SELECT SUM(0 - SOLDE)
                 INTO :WS-BIL-DECOUVERTS :WS-NULL-IND-1
                 FROM API8.COMPTE
                 WHERE CASE WHEN VALUE(CODE_AGENCE, ' ') = ' '
                            THEN '0001'
                            ELSE CODE_AGENCE END
                          = :WS-CODE-AGENCE-CUR
                   AND SOLDE < 0
              END-EXEC
              IF WS-NULL-IND-1 = -1
                 MOVE 0 TO WS-BIL-DECOUVERTS
              END-IF
           END-IF.

      *    Depots a terme actifs
           MOVE 0 TO WS-BIL-DAT.
           EXEC SQL
              SELECT SUM(D.MONTANT)
              INTO :WS-BIL-DAT :WS-NULL-IND-1
              FROM API8.DEPOTATERME D, API8.COMPTE C
              WHERE D.ID_COMPTE = C.ID_COMPTE
                AND CASE WHEN VALUE(C.CODE_AGENCE, ' ') = ' '
                         THEN '0001'
                         ELSE C.CODE_AGENCE END
                       = :WS-CODE-AGENCE-CUR
                AND D.STATUT_DAT = 'A'
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-BIL-DAT
           END-IF.

      *    Encours des prets actifs et en defaut
           MOVE 0 TO WS-BIL-PRETS.
           EXEC SQL
              SELECT SUM(P.CAPITAL_RESTANT)
              INTO :WS-BIL-PRETS :WS-NULL-IND-1
              FROM API8.PRET P, API8.COMPTE C
              WHERE P.ID_COMPTE = C.ID_COMPTE
                AND CASE WHEN VALUE(C.CODE_AGENCE, ' ') = ' '
                         THEN '0001'
                         ELSE C.CODE_AGENCE END
                       = :WS-CODE-AGENCE-CUR
                AND P.STATUT_PRET IN ('A', 'D')
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-BIL-PRETS
           END-IF.

      *    Encaisse du distributeur de l'agence, valorisee
           MOVE 0 TO WS-BIL-ENCAISSE-DAB.
           EXEC SQL
              SELECT NB_BILLETS_50, NB_BILLETS_20, NB_BILLETS_10
              INTO :WS-NB-50-DAB, :WS-NB-20-DAB, :WS-NB-10-DAB
              FROM API8.STOCKDAB
              WHERE CODE_DAB = :WS-CODE-AGENCE-CUR
           END-EXEC.
           IF SQLCODE = 0
              COMPUTE WS-BIL-ENCAISSE-DAB =
                 WS-NB-50-DAB * 50 + WS-NB-20-DAB * 20
                 + WS-NB-10-DAB * 10
           END-IF.
           MOVE 0 TO SQLCODE.

      *    Flux especes net du mois : depots moins retraits
           MOVE 0 TO WS-BIL-FLUX-ESPECES.
           EXEC SQL
              SELECT SUM(CASE WHEN O.TYPE_OP = 'D'
                              THEN O.MONTANT_OP
                              ELSE 0 - O.MONTANT_OP END)
              INTO :WS-BIL-FLUX-ESPECES :WS-NULL-IND-1
              FROM API8.OPERATION O, API8.COMPTE C
              WHERE O.ID_COMPTE = C.ID_COMPTE
                AND CASE WHEN VALUE(C.CODE_AGENCE, ' ') = ' '
                         THEN '0001'
                         ELSE C.CODE_AGENCE END
                       = :WS-CODE-AGENCE-CUR
                AND O.TYPE_OP IN ('D', 'R')
                AND O.ANNULE NOT = 'Y'
                AND VALUE(O.DATE_COMPTABLE, O.DATE_OP)
                       BETWEEN :WS-DATE-DEBUT AND :WS-DATE-FIN
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-BIL-FLUX-ESPECES
           END-IF.

           DISPLAY '----------------------------------------------'.
           IF WS-DATE-PHOTO NOT = SPACES
              DISPLAY 'BILAN SIMPLE AU ' WS-DATE-PHOTO
           ELSE
              DISPLAY 'BILAN SIMPLE (SOLDES COURANTS)'
           END-IF.
           MOVE WS-BIL-DEPOTS TO WS-MONTANT-EDIT.
           DISPLAY '  DEPOTS A VUE               ' WS-MONTANT-EDIT.
           MOVE WS-BIL-DAT TO WS-MONTANT-EDIT.
           DISPLAY '  DEPOTS A TERME             ' WS-MONTANT-EDIT.
           MOVE WS-BIL-DECOUVERTS TO WS-MONTANT-EDIT.
           DISPLAY '  DECOUVERTS CLIENTS         ' WS-MONTANT-EDIT.
           MOVE WS-BIL-PRETS TO WS-MONTANT-EDIT.
           DISPLAY '  ENCOURS DES PRETS          ' WS-MONTANT-EDIT.
           MOVE WS-BIL-ENCAISSE-DAB TO WS-MONTANT-EDIT.
           DISPLAY '  ENCAISSE DISTRIBUTEUR      ' WS-MONTANT-EDIT.
           MOVE WS-BIL-FLUX-ESPECES TO WS-MONTANT-EDIT.
           DISPLAY '  FLUX ESPECES NET DU MOIS   ' WS-MONTANT-EDIT.

       1500-BILAN-AGENCE-EXIT.
           EXIT.

       3000-RAPPROCHER-GRAND-LIVRE.
      *    Grand livre banque entiere du mois, journaux 'OPE' et
      *    'PRV', range dans la table cumulee des agences
           EXEC SQL
              DECLARE CGLRSA CURSOR FOR
              SELECT COMPTE_GL, SENS, SUM(MONTANT)
              FROM API8.GRANDLIVRE
              WHERE DATE_COMPTABLE BETWEEN :WS-DATE-DEBUT
                                       AND :WS-DATE-FIN
                AND VALUE(JOURNAL_GL, 'OPE') IN ('OPE', 'PRV')
              GROUP BY COMPTE_GL, SENS
              ORDER BY COMPTE_GL, SENS
           END-EXEC.

           EXEC SQL
              OPEN CGLRSA
           END-EXEC.

           PERFORM 3100-CHARGER-GRAND-LIVRE
              THRU 3100-CHARGER-GRAND-LIVRE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CGLRSA
           END-EXEC.
           MOVE 0 TO SQLCODE.

           DISPLAY '=============================================='
           DISPLAY 'SYNTHESE BANQUE - ' WS-MOIS-EDITION
           DISPLAY '  AGENCES            : ' WS-NB-AGENCES.
           MOVE WS-TOT-RESULTAT TO WS-TOTAL-EDIT.
           DISPLAY '  RESULTAT DES AGENCES : ' WS-TOTAL-EDIT.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'RAPPROCHEMENT     AGENCES         GRAND LIVRE'
              '     ECART'.

           PERFORM 3200-RAPPROCHER-COMPTE
              THRU 3200-RAPPROCHER-COMPTE-EXIT
              VARYING I-BQ FROM 1 BY 1
              UNTIL I-BQ > WS-NB-LIGNES-BQ.

           COMPUTE WS-ECART-TOTAL = WS-TOT-GL - WS-TOT-AGENCES.

           DISPLAY '----------------------------------------------'.
           MOVE WS-TOT-AGENCES TO WS-TOTAL-EDIT.
           DISPLAY 'TOTAL DES BALANCES D''AGENCE : ' WS-TOTAL-EDIT.
           MOVE WS-TOT-GL TO WS-TOTAL-EDIT.
           DISPLAY 'TOTAL DU GRAND LIVRE        : ' WS-TOTAL-EDIT.
           MOVE WS-ECART-TOTAL TO WS-TOTAL-EDIT.
           IF WS-NB-COMPTES-ECART = 0
              DISPLAY 'RAPPROCHEMENT OK - ECART    : ' WS-TOTAL-EDIT
           ELSE
              DISPLAY '*ECART* RAPPROCHEMENT       : ' WS-TOTAL-EDIT
                 ' SUR ' WS-NB-COMPTES-ECART ' COMPTE(S)'
              DISPLAY '  ECARTS DE PREUVE API8GLIV OU PASSAGES EN'
                 ' PERTE API8PERT NON VENTILES'
           END-IF.

       3000-RAPPROCHER-GRAND-LIVRE-EXIT.
           EXIT.

       3100-CHARGER-GRAND-LIVRE.
           EXEC SQL
              FETCH CGLRSA
              INTO :WS-GL-COMPTE, :WS-GL-SENS,
                   :WS-GL-MONTANT :WS-NULL-IND-1
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 3100-CHARGER-GRAND-LIVRE-EXIT
           END-IF.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-GL-MONTANT
           END-IF.

           MOVE WS-GL-COMPTE TO WS-COMPTE-CUMUL.
           PERFORM 7200-RECHERCHER-BANQUE
              THRU 7200-RECHERCHER-BANQUE-EXIT.

           EVALUATE WS-GL-SENS
              WHEN 'D'
                 ADD WS-GL-MONTANT TO WS-BQ-GL-DEBIT (I-BQ)
              WHEN 'C'
                 ADD WS-GL-MONTANT TO WS-BQ-GL-CREDIT (I-BQ)
              WHEN OTHER
                 ADD WS-GL-MONTANT TO WS-BQ-GL-ATTENTE (I-BQ)
           END-EVALUATE.
           ADD WS-GL-MONTANT TO WS-TOT-GL.

           MOVE 0 TO SQLCODE.

       3100-CHARGER-GRAND-LIVRE-EXIT.
           EXIT.

       3200-RAPPROCHER-COMPTE.
      *    Une ligne par compte et par sens present d'un cote ou de
      *    l'autre
           IF WS-BQ-DEBIT (I-BQ) NOT = 0
              OR WS-BQ-GL-DEBIT (I-BQ) NOT = 0
              MOVE 'D' TO WS-SENS-CUMUL
              MOVE WS-BQ-DEBIT (I-BQ) TO WS-MONTANT-EDIT
              MOVE WS-BQ-GL-DEBIT (I-BQ) TO WS-MONTANT-EDIT-2
              COMPUTE WS-ECART-COMPTE =
                 WS-BQ-GL-DEBIT (I-BQ) - WS-BQ-DEBIT (I-BQ)
              PERFORM 3210-EDITER-RAPPROCHEMENT
                 THRU 3210-EDITER-RAPPROCHEMENT-EXIT
           END-IF.

           IF WS-BQ-CREDIT (I-BQ) NOT = 0
              OR WS-BQ-GL-CREDIT (I-BQ) NOT = 0
              MOVE 'C' TO WS-SENS-CUMUL
              MOVE WS-BQ-CREDIT (I-BQ) TO WS-MONTANT-EDIT
              MOVE WS-BQ-GL-CREDIT (I-BQ) TO WS-MONTANT-EDIT-2
              COMPUTE WS-ECART-COMPTE =
                 WS-BQ-GL-CREDIT (I-BQ) - WS-BQ-CREDIT (I-BQ)
              PERFORM 3210-EDITER-RAPPROCHEMENT
                 THRU 3210-EDITER-RAPPROCHEMENT-EXIT
           END-IF.

           IF WS-BQ-ATTENTE (I-BQ) NOT = 0
              OR WS-BQ-GL-ATTENTE (I-BQ) NOT = 0
              MOVE 'N' TO WS-SENS-CUMUL
              MOVE WS-BQ-ATTENTE (I-BQ) TO WS-MONTANT-EDIT
              MOVE WS-BQ-GL-ATTENTE (I-BQ) TO WS-MONTANT-EDIT-2
              COMPUTE WS-ECART-COMPTE =
                 WS-BQ-GL-ATTENTE (I-BQ) - WS-BQ-ATTENTE (I-BQ)
              PERFORM 3210-EDITER-RAPPROCHEMENT
                 THRU 3210-EDITER-RAPPROCHEMENT-EXIT
           END-IF.

       3200-RAPPROCHER-COMPTE-EXIT.
           EXIT.

       3210-EDITER-RAPPROCHEMENT.
           MOVE WS-ECART-COMPTE TO WS-MONTANT-EDIT-3.
           IF WS-ECART-COMPTE NOT = 0
              ADD 1 TO WS-NB-COMPTES-ECART
              DISPLAY '* ' WS-BQ-COMPTE (I-BQ) ' ' WS-SENS-CUMUL
                 ' ' WS-MONTANT-EDIT
                 ' ' WS-MONTANT-EDIT-2
                 ' ' WS-MONTANT-EDIT-3
           ELSE
              DISPLAY '  ' WS-BQ-COMPTE (I-BQ) ' ' WS-SENS-CUMUL
                 ' ' WS-MONTANT-EDIT
                 ' ' WS-MONTANT-EDIT-2
                 ' ' WS-MONTANT-EDIT-3
           END-IF.

       3210-EDITER-RAPPROCHEMENT-EXIT.
           EXIT.

       7000-CUMULER-BALANCE.
      *    Cumul d'une jambe dans la balance de l'agence et dans la
      *    balance cumulee des agences
           PERFORM 7010-CHERCHER-LIGNE-BAL
              THRU 7010-CHERCHER-LIGNE-BAL-EXIT
              VARYING I-BAL FROM 1 BY 1
              UNTIL I-BAL > WS-NB-LIGNES-BAL
                 OR WS-BAL-COMPTE (I-BAL) = WS-COMPTE-CUMUL.

           IF I-BAL > WS-NB-LIGNES-BAL
              IF WS-NB-LIGNES-BAL >= 20
                 DISPLAY 'TABLE DE BALANCE PLEINE - COMPTE '
                    WS-COMPTE-CUMUL ' IGNORE'
                 GO TO 7000-CUMULER-BALANCE-EXIT
              END-IF
              ADD 1 TO WS-NB-LIGNES-BAL
              MOVE WS-NB-LIGNES-BAL TO I-BAL
              MOVE WS-COMPTE-CUMUL TO WS-BAL-COMPTE (I-BAL)
              MOVE 0 TO WS-BAL-DEBIT (I-BAL)
              MOVE 0 TO WS-BAL-CREDIT (I-BAL)
              MOVE 0 TO WS-BAL-ATTENTE (I-BAL)
           END-IF.

           PERFORM 7200-RECHERCHER-BANQUE
              THRU 7200-RECHERCHER-BANQUE-EXIT.

           EVALUATE WS-SENS-CUMUL
              WHEN 'D'
                 ADD WS-MONTANT-CUMUL TO WS-BAL-DEBIT (I-BAL)
                 ADD WS-MONTANT-CUMUL TO WS-BQ-DEBIT (I-BQ)
              WHEN 'C'
                 ADD WS-MONTANT-CUMUL TO WS-BAL-CREDIT (I-BAL)
                 ADD WS-MONTANT-CUMUL TO WS-BQ-CREDIT (I-BQ)
              WHEN OTHER
                 ADD WS-MONTANT-CUMUL TO WS-BAL-ATTENTE (I-BAL)
                 ADD WS-MONTANT-CUMUL TO WS-BQ-ATTENTE (I-BQ)
           END-EVALUATE.
           ADD WS-MONTANT-CUMUL TO WS-TOT-AGENCES.

       7000-CUMULER-BALANCE-EXIT.
           EXIT.

       7010-CHERCHER-LIGNE-BAL.
           CONTINUE.

       7010-CHERCHER-LIGNE-BAL-EXIT.
           EXIT.

       7200-RECHERCHER-BANQUE.
      *    Ligne du compte dans la table banque entiere, creee au
      *    besoin ; table pleine : derniere ligne (edition faussee,
      *    signalee)
           PERFORM 7010-CHERCHER-LIGNE-BAL
              THRU 7010-CHERCHER-LIGNE-BAL-EXIT
              VARYING I-BQ FROM 1 BY 1
              UNTIL I-BQ > WS-NB-LIGNES-BQ
                 OR WS-BQ-COMPTE (I-BQ) = WS-COMPTE-CUMUL.

           IF I-BQ > WS-NB-LIGNES-BQ
              IF WS-NB-LIGNES-BQ >= 20
                 DISPLAY 'TABLE BANQUE PLEINE - COMPTE '
                    WS-COMPTE-CUMUL ' CUMULE EN DERNIERE LIGNE'
                 MOVE 20 TO I-BQ
                 GO TO 7200-RECHERCHER-BANQUE-EXIT
              END-IF
              ADD 1 TO WS-NB-LIGNES-BQ
              MOVE WS-NB-LIGNES-BQ TO I-BQ
              MOVE WS-COMPTE-CUMUL TO WS-BQ-COMPTE (I-BQ)
              MOVE 0 TO WS-BQ-DEBIT (I-BQ)
              MOVE 0 TO WS-BQ-CREDIT (I-BQ)
              MOVE 0 TO WS-BQ-ATTENTE (I-BQ)
              MOVE 0 TO WS-BQ-GL-DEBIT (I-BQ)
              MOVE 0 TO WS-BQ-GL-CREDIT (I-BQ)
              MOVE 0 TO WS-BQ-GL-ATTENTE (I-BQ)
           END-IF.

       7200-RECHERCHER-BANQUE-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8RSAG', CURRENT DATE,
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
            MOVE WS-NB-AGENCES TO WS-JRN-LUS.
            MOVE WS-NB-AGENCES TO WS-JRN-ECRITS.
            MOVE WS-NB-COMPTES-ECART TO WS-JRN-REJETES.
            IF WS-NB-COMPTES-ECART = 0
               MOVE 0 TO WS-JRN-RC
            ELSE
               MOVE 4 TO WS-JRN-RC
            END-IF.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8RSAG        '
            DISPLAY '   AGENCES EDITEES      : ' WS-NB-AGENCES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-AGENCES TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8RSAG       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
