       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8FRAG.
      *===============================================================
      *    BATCH MENSUEL DE DETECTION DE LA FRAGILITE FINANCIERE
      *    Lance en debut de mois sur le mois ecoule. Pour chaque
      *    client :
      *       - jours consecutifs en negatif (API8.SUIVIDECOUVERT,
      *         tenu par API8DECV) : plus longue anciennete parmi
      *         ses comptes
      *       - incidents de paiement par cheque (API8.INCIDENTCHQ)
      *         des trois derniers mois, et incident non regularise
      *       - revenus credites dans le mois ecoule (TYPE_OP D et
      *         E, hors annulations)
      *    Le client est classe fragile (CLIENT.FRAGILE = 'Y') :
      *       - s'il porte un incident non regularise, ou
      *       - si ses revenus du mois sont sous
      *         SEUIL_REVENUS_FRAGILE (API8.PARAMETRE, repli 1500)
      *         et qu'il a, soit un incident recent, soit au moins
      *         JOURS_DECOUVERT_FRAGILE jours de negatif (repli 30)
      *    La fragilite est conservee DUREE_FRAGILITE mois (repli
      *    3) apres le dernier mois qualifiant, puis levee. Un
      *    client qui entre en fragilite est prevenu par
      *    notification.
      *    Tant que le client est fragile, le service API8PLFR borne
      *    le total mensuel de ses frais d'incident a
      *    PLAFOND_FRAIS_FRAGILE ; ce batch edite le rapport des
      *    frais exoneres du mois ecoule au titre du plafond (cumul
      *    API8.FRAISINCIDENT).
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

       01  WS-DATE-JOUR              PIC 9(8).
       01  FILLER REDEFINES WS-DATE-JOUR.
           05  WS-JOUR-ANNEE         PIC 9(4).
           05  WS-JOUR-MOIS          PIC 9(2).
           05  WS-JOUR-JOUR          PIC 9(2).
       01  WS-MOIS-TRAITE            PIC 9(6).
       01  FILLER REDEFINES WS-MOIS-TRAITE.
           05  WS-TRAITE-ANNEE       PIC 9(4).
           05  WS-TRAITE-MOIS        PIC 9(2).
       01  WS-MOIS-TRAITE-X          PIC X(6).
       01  WS-PERIODE-DEB            PIC X(8).
       01  WS-PERIODE-FIN            PIC X(8).

      *    Replis des parametres, remplaces par API8.PARAMETRE
       01  WS-SEUIL-REVENUS          PIC S9(8)V99 COMP-3
                                     VALUE 1500,00.
       01  WS-JOURS-DECOUVERT        PIC S9(5) COMP-3 VALUE 30.
       01  WS-DUREE-FRAGILITE        PIC S9(3) COMP-3 VALUE 3.

      *    Client lu par le curseur
       01  WS-ID-CLIENT-CUR          PIC S9(9) COMP.
       01  WS-FRAGILE-CUR            PIC X(1).
       01  WS-MAINTIEN-CUR           PIC X(1).

      *    Faits du client
       01  WS-MAX-JOURS-NEGATIF      PIC S9(9) COMP.
       01  WS-NB-INCIDENTS           PIC S9(9) COMP.
       01  WS-NB-NON-REGUL           PIC S9(9) COMP.
       01  WS-REVENUS-MOIS           PIC S9(11)V99 COMP-3.
       01  WS-NULL-IND               PIC S9(4) COMP.
       01  WS-QUALIFIE               PIC X(1).

      *    Notification du client (relevee par API8NOTI)
       01  WS-ID-NOTIFICATION        PIC S9(9) COMP.
       01  WS-MSG-NOTIFICATION       PIC X(60).
       01  WS-NULL-INDICATOR         PIC S9(4) COMP.

      *    Rapport des frais exoneres
       01  WS-ID-CLIENT-RAP          PIC S9(9) COMP.
       01  WS-NB-EXONERES            PIC S9(9) COMP.
       01  WS-PRELEVE-RAP            PIC S9(11)V99 COMP-3.
       01  WS-EXONERE-RAP            PIC S9(11)V99 COMP-3.
       01  WS-TOTAL-EXONERE          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PRELEVE-EDIT           PIC -(10)9,99.
       01  WS-EXONERE-EDIT           PIC -(10)9,99.

       01  WS-NB-CLIENTS             PIC 9(7) VALUE 0.
       01  WS-NB-FRAGILES            PIC 9(7) VALUE 0.
       01  WS-NB-ENTREES             PIC 9(7) VALUE 0.
       01  WS-NB-SORTIES             PIC 9(7) VALUE 0.
       01  WS-NB-LIGNES-RAP          PIC 9(7) VALUE 0.

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

      *    Mois ecoule : AAAAMM precedant la date du jour
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           IF WS-JOUR-MOIS = 1
              COMPUTE WS-TRAITE-ANNEE = WS-JOUR-ANNEE - 1
              MOVE 12 TO WS-TRAITE-MOIS
           ELSE
              MOVE WS-JOUR-ANNEE TO WS-TRAITE-ANNEE
              COMPUTE WS-TRAITE-MOIS = WS-JOUR-MOIS - 1
           END-IF.
           MOVE WS-MOIS-TRAITE TO WS-MOIS-TRAITE-X.
           MOVE WS-MOIS-TRAITE-X TO WS-PERIODE-DEB(1:6).
           MOVE '01' TO WS-PERIODE-DEB(7:2).
           MOVE WS-MOIS-TRAITE-X TO WS-PERIODE-FIN(1:6).
           MOVE '31' TO WS-PERIODE-FIN(7:2).

           DISPLAY '=============================================='
           DISPLAY '*   FRAGILITE FINANCIERE - MOIS ' WS-MOIS-TRAITE-X
           DISPLAY '=============================================='.

           PERFORM 0500-LIRE-PARAMETRES
              THRU 0500-LIRE-PARAMETRES-EXIT.

           EXEC SQL
              DECLARE CFRAG CURSOR FOR
              SELECT ID_CLIENT, VALUE(FRAGILE, 'N'),
                     CASE WHEN DATE_FRAGILITE > CURRENT DATE
                                 - :WS-DUREE-FRAGILITE MONTHS
                          THEN 'Y' ELSE 'N' END
              FROM API8.CLIENT
              ORDER BY ID_CLIENT
           END-EXEC.

           EXEC SQL
              OPEN CFRAG
           END-EXEC.

           PERFORM 1000-CLASSER-CLIENT
              THRU 1000-CLASSER-CLIENT-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CFRAG
           END-EXEC.

           PERFORM 3000-EDITER-EXONERATIONS
              THRU 3000-EDITER-EXONERATIONS-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0500-LIRE-PARAMETRES.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-SEUIL-REVENUS
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'SEUIL_REVENUS_FRAGILE'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 1500,00 TO WS-SEUIL-REVENUS
              MOVE 0 TO SQLCODE
           END-IF.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-JOURS-DECOUVERT
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'JOURS_DECOUVERT_FRAGILE'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 30 TO WS-JOURS-DECOUVERT
              MOVE 0 TO SQLCODE
           END-IF.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-DUREE-FRAGILITE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'DUREE_FRAGILITE'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 3 TO WS-DUREE-FRAGILITE
              MOVE 0 TO SQLCODE
           END-IF.

       0500-LIRE-PARAMETRES-EXIT.
           EXIT.

       1000-CLASSER-CLIENT.
           EXEC SQL
              FETCH CFRAG
              INTO :WS-ID-CLIENT-CUR, :WS-FRAGILE-CUR,
                   :WS-MAINTIEN-CUR
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-CLASSER-CLIENT-EXIT
           END-IF.

           ADD 1 TO WS-NB-CLIENTS.

           PERFORM 1100-RELEVER-FAITS
              THRU 1100-RELEVER-FAITS-EXIT.

           MOVE 'N' TO WS-QUALIFIE.
           EVALUATE TRUE
              WHEN WS-NB-NON-REGUL > 0
                 MOVE 'Y' TO WS-QUALIFIE
              WHEN WS-REVENUS-MOIS < WS-SEUIL-REVENUS
                 AND (WS-NB-INCIDENTS > 0
                  OR WS-MAX-JOURS-NEGATIF >= WS-JOURS-DECOUVERT)
                 MOVE 'Y' TO WS-QUALIFIE
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WS-QUALIFIE = 'Y'
                 EXEC SQL
                    UPDATE API8.CLIENT
                    SET FRAGILE = 'Y',
                        DATE_FRAGILITE = CURRENT DATE
                    WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
                 END-EXEC
                 ADD 1 TO WS-NB-FRAGILES
                 IF WS-FRAGILE-CUR NOT = 'Y'
                    ADD 1 TO WS-NB-ENTREES
                    DISPLAY 'CLIENT FRAGILE : ' WS-ID-CLIENT-CUR
                    PERFORM 1200-NOTIFIER-CLIENT
                       THRU 1200-NOTIFIER-CLIENT-EXIT
                 END-IF
              WHEN WS-FRAGILE-CUR = 'Y' AND WS-MAINTIEN-CUR = 'Y'
      *          Plus qualifiant ce mois, mais encore dans la duree
      *          de maintien
                 ADD 1 TO WS-NB-FRAGILES
              WHEN WS-FRAGILE-CUR = 'Y'
                 EXEC SQL
                    UPDATE API8.CLIENT
                    SET FRAGILE = 'N'
                    WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
                 END-EXEC
                 ADD 1 TO WS-NB-SORTIES
                 DISPLAY 'FIN DE FRAGILITE : ' WS-ID-CLIENT-CUR
           END-EVALUATE.

           MOVE 0 TO SQLCODE.

       1000-CLASSER-CLIENT-EXIT.
           EXIT.

       1100-RELEVER-FAITS.
           EXEC SQL
              SELECT MAX(S.NB_JOURS_NEGATIF)
              INTO :WS-MAX-JOURS-NEGATIF :WS-NULL-IND
              FROM API8.SUIVIDECOUVERT S, API8.COMPTE C
              WHERE S.ID_COMPTE = C.ID_COMPTE
                AND C.ID_CLIENT = :WS-ID-CLIENT-CUR
           END-EXEC.
           IF WS-NULL-IND = -1
              MOVE 0 TO WS-MAX-JOURS-NEGATIF
           END-IF.

           MOVE 0 TO WS-NB-INCIDENTS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-INCIDENTS
              FROM API8.INCIDENTCHQ
              WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
                AND DATE_INCIDENT > CURRENT DATE - 3 MONTHS
           END-EXEC.

           MOVE 0 TO WS-NB-NON-REGUL.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-NON-REGUL
              FROM API8.INCIDENTCHQ
              WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
                AND REGULARISE = 'N'
           END-EXEC.

           EXEC SQL
              SELECT SUM(O.MONTANT_OP)
              INTO :WS-REVENUS-MOIS :WS-NULL-IND
              FROM API8.OPERATION O, API8.COMPTE C
              WHERE O.ID_COMPTE = C.ID_COMPTE
                AND C.ID_CLIENT = :WS-ID-CLIENT-CUR
                AND O.TYPE_OP IN ('D', 'E')
                AND O.ANNULE NOT = 'Y'
                AND O.DATE_OP BETWEEN :WS-PERIODE-DEB
                                  AND :WS-PERIODE-FIN
           END-EXEC.
           IF WS-NULL-IND = -1
              MOVE 0 TO WS-REVENUS-MOIS
           END-IF.

       1100-RELEVER-FAITS-EXIT.
           EXIT.

       1200-NOTIFIER-CLIENT.
           EXEC SQL
              SELECT MAX(ID_NOTIFICATION)
              INTO :WS-ID-NOTIFICATION :WS-NULL-INDICATOR
              FROM API8.NOTIFICATION
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-NOTIFICATION
           ELSE
              ADD 1 TO WS-ID-NOTIFICATION
           END-IF.

           MOVE 'VOS FRAIS D''INCIDENT SONT DESORMAIS PLAFONNES'
              TO WS-MSG-NOTIFICATION.

           EXEC SQL
              INSERT INTO API8.NOTIFICATION
                 (ID_NOTIFICATION, ID_CLIENT, MESSAGE_NOTIF,
                  DATE_CREATION, TRAITE)
              VALUES
                 (:WS-ID-NOTIFICATION, :WS-ID-CLIENT-CUR,
                  :WS-MSG-NOTIFICATION, CURRENT DATE, 'N')
           END-EXEC.

       1200-NOTIFIER-CLIENT-EXIT.
           EXIT.

       3000-EDITER-EXONERATIONS.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'FRAIS EXONERES AU TITRE DU PLAFOND - MOIS '
              WS-MOIS-TRAITE-X.
           DISPLAY '----------------------------------------------'.

           EXEC SQL
              DECLARE CEXON CURSOR FOR
              SELECT ID_CLIENT, NB_FRAIS_EXONERES, MONTANT_PRELEVE,
                     MONTANT_EXONERE
              FROM API8.FRAISINCIDENT
              WHERE MOIS = :WS-MOIS-TRAITE-X
                AND MONTANT_EXONERE > 0
              ORDER BY ID_CLIENT
           END-EXEC.

           EXEC SQL
              OPEN CEXON
           END-EXEC.

           PERFORM 3100-EDITER-LIGNE
              THRU 3100-EDITER-LIGNE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CEXON
           END-EXEC.

           MOVE WS-TOTAL-EXONERE TO WS-EXONERE-EDIT.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'CLIENTS CONCERNES : ' WS-NB-LIGNES-RAP
              '  TOTAL EXONERE : ' WS-EXONERE-EDIT.

       3000-EDITER-EXONERATIONS-EXIT.
           EXIT.

       3100-EDITER-LIGNE.
           EXEC SQL
              FETCH CEXON
              INTO :WS-ID-CLIENT-RAP, :WS-NB-EXONERES,
                   :WS-PRELEVE-RAP, :WS-EXONERE-RAP
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 3100-EDITER-LIGNE-EXIT
           END-IF.

           MOVE WS-PRELEVE-RAP TO WS-PRELEVE-EDIT.
           MOVE WS-EXONERE-RAP TO WS-EXONERE-EDIT.
           DISPLAY '  CLIENT ' WS-ID-CLIENT-RAP
              ' FRAIS EXONERES ' WS-NB-EXONERES
              ' PRELEVE ' WS-PRELEVE-EDIT
              ' EXONERE ' WS-EXONERE-EDIT.

           ADD WS-EXONERE-RAP TO WS-TOTAL-EXONERE.
           ADD 1 TO WS-NB-LIGNES-RAP.
           MOVE 0 TO SQLCODE.

       3100-EDITER-LIGNE-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8FRAG', CURRENT DATE,
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
            COMPUTE WS-JRN-ECRITS = WS-NB-ENTREES + WS-NB-SORTIES.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8FRAG        '
            DISPLAY '   CLIENTS EXAMINES    : ' WS-NB-CLIENTS
            DISPLAY '   CLIENTS FRAGILES    : ' WS-NB-FRAGILES
            DISPLAY '   ENTREES EN FRAGILITE: ' WS-NB-ENTREES
            DISPLAY '   SORTIES DE FRAGILITE: ' WS-NB-SORTIES
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
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8FRAG       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
