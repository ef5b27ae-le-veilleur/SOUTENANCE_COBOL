       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8SODR.
      *===============================================================
      *    RAPPORT MENSUEL DES CONFLITS DE SEPARATION DES FONCTIONS
      *    Chaque circuit quatre yeux verifie seul que l'approbateur
      *    n'est pas le demandeur (API8PARM/API8PACT, API8DEMB/
      *    API8VALB, override API8GEST, liberation API8RVAL) ;
      *    personne ne regardait les combinaisons entre circuits. Ce
      *    batch, destine au controle interne, croise sur le mois
      *    (SYSIN AAAAMM, mois courant a defaut) :
      *       ONB/RVAL  l'operateur qui a ouvert le client dans
      *                 API8ONB (API8.AUDITLOG 'OUVERTURE DE COMPTE')
      *                 a lui-meme libere une operation renvoyee de
      *                 ce client (API8.OPATTENTE 'V')
      *       ONB/GEST  l'operateur qui a ouvert le client a saisi
      *                 ou autorise en override un geste commercial
      *                 sur un compte de ce client (API8.GESTECOM)
      *       CROISE    deux operateurs s'approuvent mutuellement :
      *                 A valide les demandes de B et B celles de A
      *                 sur le mois, tous circuits confondus
      *                 (API8.DEMBATCH validees, API8.PARAMJRNL,
      *                 overrides API8.GESTECOM), au moins
      *                 SOD_SEUIL_CROISE fois dans chaque sens
      *                 (API8.PARAMETRE, repli 2)
      *    Le detail est edite par motif, puis une synthese par
      *    operateur. Code retour 4 au journal des qu'un conflit est
      *    releve, 0 sinon.
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
       01  WS-DATE-JOUR              PIC X(8).
       01  WS-MOIS-RAPPORT           PIC X(6).
       01  WS-MOIS-RAPPORT-N REDEFINES WS-MOIS-RAPPORT
                                     PIC 9(6).
       01  WS-MOIS-NUM               PIC S9(9) COMP.

       01  WS-SEUIL-CROISE           PIC S9(4) COMP VALUE 2.
       01  WS-SEUIL-PARAM            PIC S9(4) COMP.
       01  WS-SEUIL-EDIT             PIC ZZZ9.

      *    Ligne de conflit en cours
       01  WS-OPER-CONFLIT           PIC X(8).
       01  WS-OPER-SAISIE-CUR        PIC X(8).
       01  WS-OPER-OVERRIDE-CUR      PIC X(8).
       01  WS-ID-ATTENTE-CUR         PIC S9(9) COMP.
       01  WS-ID-GESTE-CUR           PIC S9(9) COMP.
       01  WS-ID-COMPTE-CUR          PIC S9(9) COMP.
       01  WS-ID-CLIENT-CUR          PIC S9(9) COMP.
       01  WS-MONTANT-CUR            PIC S9(11)V99 COMP-3.
       01  WS-DATE-CUR               PIC X(10).
       01  WS-OPER-A                 PIC X(8).
       01  WS-OPER-B                 PIC X(8).
       01  WS-NB-A-VERS-B            PIC S9(9) COMP.
       01  WS-NB-B-VERS-A            PIC S9(9) COMP.

       01  WS-ID-EDIT                PIC 9(9).
       01  WS-ID-CLIENT-EDIT         PIC 9(9).
       01  WS-MONTANT-EDIT           PIC ZZZZZZZZ9,99.
       01  WS-NB-EDIT-1              PIC ZZZZ9.
       01  WS-NB-EDIT-2              PIC ZZZZ9.

      *    Synthese par operateur
       01  WS-TAB-OPERATEURS.
           05  WS-OPER-LIGNE OCCURS 200 TIMES.
               10  WS-TO-OPERATEUR    PIC X(8).
               10  WS-TO-ONB-RVAL     PIC 9(5).
               10  WS-TO-ONB-GEST     PIC 9(5).
               10  WS-TO-CROISE       PIC 9(5).
       01  WS-NB-OPERATEURS          PIC S9(4) COMP VALUE 0.
       01  WS-IX-OPER                PIC S9(4) COMP.
       01  WS-TYPE-CONFLIT           PIC X(1).
           88 CONFLIT-ONB-RVAL             VALUE 'R'.
           88 CONFLIT-ONB-GEST             VALUE 'G'.
           88 CONFLIT-CROISE               VALUE 'C'.
       01  WS-TABLE-PLEINE-SW        PIC X VALUE 'N'.
           88 TABLE-PLEINE                 VALUE 'Y'.

       01  WS-NB-ONB-RVAL            PIC 9(7) VALUE 0.
       01  WS-NB-ONB-GEST            PIC 9(7) VALUE 0.
       01  WS-NB-CROISES             PIC 9(7) VALUE 0.
       01  WS-NB-CONFLITS            PIC 9(7) VALUE 0.

       01  WS-FIN-CURSEUR-SW         PIC X VALUE 'N'.
           88 FIN-CURSEUR                  VALUE 'Y'.

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
              MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-RAPPORT
           ELSE
              MOVE WS-PARAM-MOIS TO WS-MOIS-RAPPORT
           END-IF.
           MOVE WS-MOIS-RAPPORT-N TO WS-MOIS-NUM.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-SEUIL-PARAM
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'SOD_SEUIL_CROISE'
           END-EXEC.
           IF SQLCODE = 0 AND WS-SEUIL-PARAM > 0
              MOVE WS-SEUIL-PARAM TO WS-SEUIL-CROISE
           END-IF.
           MOVE WS-SEUIL-CROISE TO WS-SEUIL-EDIT.

           DISPLAY '=============================================='
           DISPLAY '*   SEPARATION DES FONCTIONS - MOIS '
              WS-MOIS-RAPPORT
           DISPLAY '=============================================='.

           PERFORM 1000-ONB-PUIS-LIBERATION
              THRU 1000-ONB-PUIS-LIBERATION-EXIT.

           PERFORM 2000-ONB-PUIS-GESTE
              THRU 2000-ONB-PUIS-GESTE-EXIT.

           PERFORM 3000-APPROBATIONS-CROISEES
              THRU 3000-APPROBATIONS-CROISEES-EXIT.

           PERFORM 4000-EDITER-SYNTHESE
              THRU 4000-EDITER-SYNTHESE-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

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
                 (:WS-ID-JOURNAL, 'API8SODR', CURRENT DATE,
                  CURRENT TIME, 'L')
           END-EXEC.

       0400-JOURNAL-DEBUT-EXIT.
           EXIT.

       1000-ONB-PUIS-LIBERATION.
      *    Operation renvoyee liberee sur le mois par l'operateur
      *    qui avait ouvert le client
           DISPLAY ' '
           DISPLAY 'ONB/RVAL - CLIENT OUVERT PUIS OPERATION LIBEREE'
           DISPLAY 'OPERATEUR  ATTENTE   CLIENT    DATE       '
              '     MONTANT'.

           EXEC SQL
              DECLARE CSODRVAL CURSOR FOR
              SELECT T.ID_OPERATEUR, T.ID_ATTENTE, T.ID_CLIENT,
                     T.MONTANT, CHAR(T.DATE_DECISION)
              FROM API8.OPATTENTE T
              WHERE T.STATUT_ATT = 'V'
                AND YEAR(T.DATE_DECISION) * 100
                    + MONTH(T.DATE_DECISION) = :WS-MOIS-NUM
                AND EXISTS
                   (SELECT 1 FROM API8.AUDITLOG L
                    WHERE L.PROGRAMME = 'API8ONB'
                      AND L.EVENEMENT = 'OUVERTURE DE COMPTE'
                      AND L.ID_CLIENT = T.ID_CLIENT
                      AND L.ID_OPERATEUR = T.ID_OPERATEUR)
              ORDER BY 1, 2
           END-EXEC.

           EXEC SQL
              OPEN CSODRVAL
           END-EXEC.

           MOVE 'N' TO WS-FIN-CURSEUR-SW.
           PERFORM 1100-TRAITER-LIBERATION
              THRU 1100-TRAITER-LIBERATION-EXIT
              UNTIL FIN-CURSEUR.

           EXEC SQL
              CLOSE CSODRVAL
           END-EXEC.

       1000-ONB-PUIS-LIBERATION-EXIT.
           EXIT.

       1100-TRAITER-LIBERATION.
           EXEC SQL
              FETCH CSODRVAL
              INTO :WS-OPER-CONFLIT, :WS-ID-ATTENTE-CUR,
                   :WS-ID-CLIENT-CUR, :WS-MONTANT-CUR,
                   :WS-DATE-CUR
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-FIN-CURSEUR-SW
              GO TO 1100-TRAITER-LIBERATION-EXIT
           END-IF.

           ADD 1 TO WS-NB-ONB-RVAL.
           MOVE WS-ID-ATTENTE-CUR TO WS-ID-EDIT.
           MOVE WS-ID-CLIENT-CUR TO WS-ID-CLIENT-EDIT.
           MOVE WS-MONTANT-CUR TO WS-MONTANT-EDIT.
           DISPLAY WS-OPER-CONFLIT '   ' WS-ID-EDIT ' '
              WS-ID-CLIENT-EDIT ' ' WS-DATE-CUR ' ' WS-MONTANT-EDIT.

           SET CONFLIT-ONB-RVAL TO TRUE.
           PERFORM 7000-CUMULER-OPERATEUR
              THRU 7000-CUMULER-OPERATEUR-EXIT.

       1100-TRAITER-LIBERATION-EXIT.
           EXIT.

       2000-ONB-PUIS-GESTE.
      *    Geste commercial du mois saisi ou autorise en override
      *    sur un compte d'un client ouvert par le meme operateur
           DISPLAY ' '
           DISPLAY 'ONB/GEST - CLIENT OUVERT PUIS GESTE COMMERCIAL'
           DISPLAY 'OPERATEUR  GESTE     COMPTE    CLIENT    '
              '     MONTANT ROLE'.

           EXEC SQL
              DECLARE CSODGEST CURSOR FOR
              SELECT DISTINCT L.ID_OPERATEUR, G.ID_GESTE,
                     G.ID_COMPTE, C.ID_CLIENT, G.MONTANT,
                     G.OPERATEUR_SAISIE,
                     VALUE(G.OPERATEUR_OVERRIDE, ' ')
              FROM API8.GESTECOM G, API8.COMPTE C,
                   API8.AUDITLOG L
              WHERE G.MOIS = :WS-MOIS-RAPPORT
                AND C.ID_COMPTE = G.ID_COMPTE
                AND L.PROGRAMME = 'API8ONB'
                AND L.EVENEMENT = 'OUVERTURE DE COMPTE'
                AND L.ID_CLIENT = C.ID_CLIENT
                AND (L.ID_OPERATEUR = G.OPERATEUR_SAISIE
                     OR L.ID_OPERATEUR = G.OPERATEUR_OVERRIDE)
              ORDER BY 1, 2
           END-EXEC.

           EXEC SQL
              OPEN CSODGEST
           END-EXEC.

           MOVE 'N' TO WS-FIN-CURSEUR-SW.
           PERFORM 2100-TRAITER-GESTE
              THRU 2100-TRAITER-GESTE-EXIT
              UNTIL FIN-CURSEUR.

           EXEC SQL
              CLOSE CSODGEST
           END-EXEC.

       2000-ONB-PUIS-GESTE-EXIT.
           EXIT.

       2100-TRAITER-GESTE.
           EXEC SQL
              FETCH CSODGEST
              INTO :WS-OPER-CONFLIT, :WS-ID-GESTE-CUR,
                   :WS-ID-COMPTE-CUR, :WS-ID-CLIENT-CUR,
                   :WS-MONTANT-CUR, :WS-OPER-SAISIE-CUR,
                   :WS-OPER-OVERRIDE-CUR
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-FIN-CURSEUR-SW
              GO TO 2100-TRAITER-GESTE-EXIT
           END-IF.

           ADD 1 TO WS-NB-ONB-GEST.
           MOVE WS-ID-GESTE-CUR TO WS-ID-EDIT.
           MOVE WS-ID-CLIENT-CUR TO WS-ID-CLIENT-EDIT.
           MOVE WS-MONTANT-CUR TO WS-MONTANT-EDIT.
           IF WS-OPER-CONFLIT = WS-OPER-SAISIE-CUR
              DISPLAY WS-OPER-CONFLIT '   ' WS-ID-EDIT ' '
                 WS-ID-COMPTE-CUR ' ' WS-ID-CLIENT-EDIT ' '
                 WS-MONTANT-EDIT ' SAISIE'
           ELSE
              DISPLAY WS-OPER-CONFLIT '   ' WS-ID-EDIT ' '
                 WS-ID-COMPTE-CUR ' ' WS-ID-CLIENT-EDIT ' '
                 WS-MONTANT-EDIT ' OVERRIDE'
           END-IF.

           SET CONFLIT-ONB-GEST TO TRUE.
           PERFORM 7000-CUMULER-OPERATEUR
              THRU 7000-CUMULER-OPERATEUR-EXIT.

       2100-TRAITER-GESTE-EXIT.
           EXIT.

       3000-APPROBATIONS-CROISEES.
      *    Couples demandeur/approbateur du mois, tous circuits
      *    confondus ; un couple est retenu quand chacun a approuve
      *    l'autre au moins WS-SEUIL-CROISE fois
           DISPLAY ' '
           DISPLAY 'CROISE - APPROBATIONS MUTUELLES (SEUIL '
              WS-SEUIL-EDIT ')'
           DISPLAY 'OPERATEUR A OPERATEUR B   A VALIDE B   B VALIDE A'.

           EXEC SQL
              DECLARE CSODCROI CURSOR FOR
              SELECT X.DEMANDEUR, X.APPROBATEUR, Y.NB, X.NB
              FROM (SELECT P.DEMANDEUR, P.APPROBATEUR, COUNT(*)
                    FROM (SELECT D.OPERATEUR_SAISIE,
                                 D.OPERATEUR_VALIDE
                          FROM API8.DEMBATCH D
                          WHERE D.STATUT_DEM = 'V'
                            AND YEAR(D.DATE_SAISIE) * 100
                                + MONTH(D.DATE_SAISIE) = :WS-MOIS-NUM
                          UNION ALL
                          SELECT J.OPERATEUR_SAISIE,
                                 J.OPERATEUR_VALIDE
                          FROM API8.PARAMJRNL J
                          WHERE YEAR(J.DATE_APPLICATION) * 100
                                + MONTH(J.DATE_APPLICATION)
                                = :WS-MOIS-NUM
                          UNION ALL
                          SELECT G.OPERATEUR_SAISIE,
                                 G.OPERATEUR_OVERRIDE
                          FROM API8.GESTECOM G
                          WHERE G.MOIS = :WS-MOIS-RAPPORT
                            AND VALUE(G.OPERATEUR_OVERRIDE, ' ')
                                <> ' ')
                         AS P (DEMANDEUR, APPROBATEUR)
                    GROUP BY P.DEMANDEUR, P.APPROBATEUR)
                   AS X (DEMANDEUR, APPROBATEUR, NB),
                   (SELECT P.DEMANDEUR, P.APPROBATEUR, COUNT(*)
                    FROM (SELECT D.OPERATEUR_SAISIE,
                                 D.OPERATEUR_VALIDE
                          FROM API8.DEMBATCH D
                          WHERE D.STATUT_DEM = 'V'
                            AND YEAR(D.DATE_SAISIE) * 100
                                + MONTH(D.DATE_SAISIE) = :WS-MOIS-NUM
                          UNION ALL
                          SELECT J.OPERATEUR_SAISIE,
                                 J.OPERATEUR_VALIDE
                          FROM API8.PARAMJRNL J
                          WHERE YEAR(J.DATE_APPLICATION) * 100
                                + MONTH(J.DATE_APPLICATION)
                                = :WS-MOIS-NUM
                          UNION ALL
                          SELECT G.OPERATEUR_SAISIE,
                                 G.OPERATEUR_OVERRIDE
                          FROM API8.GESTECOM G
                          WHERE G.MOIS = :WS-MOIS-RAPPORT
                            AND VALUE(G.OPERATEUR_OVERRIDE, ' ')
                                <> ' ')
                         AS P (DEMANDEUR, APPROBATEUR)
                    GROUP BY P.DEMANDEUR, P.APPROBATEUR)
                   AS Y (DEMANDEUR, APPROBATEUR, NB)
              WHERE Y.DEMANDEUR = X.APPROBATEUR
                AND Y.APPROBATEUR = X.DEMANDEUR
                AND X.DEMANDEUR < X.APPROBATEUR
                AND X.NB >= :WS-SEUIL-CROISE
                AND Y.NB >= :WS-SEUIL-CROISE
              ORDER BY 1, 2
           END-EXEC.

           EXEC SQL
              OPEN CSODCROI
           END-EXEC.

           MOVE 'N' TO WS-FIN-CURSEUR-SW.
           PERFORM 3100-TRAITER-COUPLE
              THRU 3100-TRAITER-COUPLE-EXIT
              UNTIL FIN-CURSEUR.

           EXEC SQL
              CLOSE CSODCROI
           END-EXEC.

       3000-APPROBATIONS-CROISEES-EXIT.
           EXIT.

       3100-TRAITER-COUPLE.
      *    X = demandes de A validees par B, Y = demandes de B
      *    validees par A
           EXEC SQL
              FETCH CSODCROI
              INTO :WS-OPER-A, :WS-OPER-B,
                   :WS-NB-A-VERS-B, :WS-NB-B-VERS-A
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-FIN-CURSEUR-SW
              GO TO 3100-TRAITER-COUPLE-EXIT
           END-IF.

           ADD 1 TO WS-NB-CROISES.
           MOVE WS-NB-A-VERS-B TO WS-NB-EDIT-1.
           MOVE WS-NB-B-VERS-A TO WS-NB-EDIT-2.
           DISPLAY WS-OPER-A '   ' WS-OPER-B '        '
              WS-NB-EDIT-1 '        ' WS-NB-EDIT-2.

           SET CONFLIT-CROISE TO TRUE.
           MOVE WS-OPER-A TO WS-OPER-CONFLIT.
           PERFORM 7000-CUMULER-OPERATEUR
              THRU 7000-CUMULER-OPERATEUR-EXIT.
           MOVE WS-OPER-B TO WS-OPER-CONFLIT.
           PERFORM 7000-CUMULER-OPERATEUR
              THRU 7000-CUMULER-OPERATEUR-EXIT.

       3100-TRAITER-COUPLE-EXIT.
           EXIT.

       4000-EDITER-SYNTHESE.
           DISPLAY ' '
           DISPLAY '----------------------------------------------'
           DISPLAY 'SYNTHESE PAR OPERATEUR'
           DISPLAY 'OPERATEUR  ONB/RVAL ONB/GEST CROISE'.
           MOVE 1 TO WS-IX-OPER.
           PERFORM 4100-EDITER-OPERATEUR
              THRU 4100-EDITER-OPERATEUR-EXIT
              UNTIL WS-IX-OPER > WS-NB-OPERATEURS.
           IF WS-NB-OPERATEURS = 0
              DISPLAY 'AUCUN CONFLIT RELEVE SUR LE MOIS'
           END-IF.
           IF TABLE-PLEINE
              DISPLAY 'SYNTHESE LIMITEE A 200 OPERATEURS - VOIR DETAIL'
           END-IF.

       4000-EDITER-SYNTHESE-EXIT.
           EXIT.

       4100-EDITER-OPERATEUR.
           DISPLAY WS-TO-OPERATEUR(WS-IX-OPER) '   '
              WS-TO-ONB-RVAL(WS-IX-OPER) '    '
              WS-TO-ONB-GEST(WS-IX-OPER) '    '
              WS-TO-CROISE(WS-IX-OPER).
           ADD 1 TO WS-IX-OPER.

       4100-EDITER-OPERATEUR-EXIT.
           EXIT.

       7000-CUMULER-OPERATEUR.
      *    Ligne de synthese de l'operateur, creee au premier conflit
           MOVE 1 TO WS-IX-OPER.
           PERFORM 7010-CHERCHER-OPERATEUR
              THRU 7010-CHERCHER-OPERATEUR-EXIT
              UNTIL WS-IX-OPER > WS-NB-OPERATEURS
                 OR WS-TO-OPERATEUR(WS-IX-OPER) = WS-OPER-CONFLIT.

           IF WS-IX-OPER > WS-NB-OPERATEURS
              IF WS-NB-OPERATEURS >= 200
                 MOVE 'Y' TO WS-TABLE-PLEINE-SW
                 GO TO 7000-CUMULER-OPERATEUR-EXIT
              END-IF
              ADD 1 TO WS-NB-OPERATEURS
              MOVE WS-NB-OPERATEURS TO WS-IX-OPER
              MOVE WS-OPER-CONFLIT TO WS-TO-OPERATEUR(WS-IX-OPER)
              MOVE 0 TO WS-TO-ONB-RVAL(WS-IX-OPER)
              MOVE 0 TO WS-TO-ONB-GEST(WS-IX-OPER)
              MOVE 0 TO WS-TO-CROISE(WS-IX-OPER)
           END-IF.

           EVALUATE TRUE
              WHEN CONFLIT-ONB-RVAL
                 ADD 1 TO WS-TO-ONB-RVAL(WS-IX-OPER)
              WHEN CONFLIT-ONB-GEST
                 ADD 1 TO WS-TO-ONB-GEST(WS-IX-OPER)
              WHEN CONFLIT-CROISE
                 ADD 1 TO WS-TO-CROISE(WS-IX-OPER)
           END-EVALUATE.

       7000-CUMULER-OPERATEUR-EXIT.
           EXIT.

       7010-CHERCHER-OPERATEUR.
           ADD 1 TO WS-IX-OPER.

       7010-CHERCHER-OPERATEUR-EXIT.
           EXIT.

       9000-JOURNAL-FIN.
      *    Verrou a un seul passage : une erreur DB2 dans cette mise
      *    a jour repasserait par 9998 puis par ici - on ne tente la
      *    cloture du journal qu'une fois
           IF WS-JRN-SOLDE = 'Y'
              GO TO 9000-JOURNAL-FIN-EXIT
           END-IF.
           MOVE 'Y' TO WS-JRN-SOLDE.

           COMPUTE WS-NB-CONFLITS =
              WS-NB-ONB-RVAL + WS-NB-ONB-GEST + WS-NB-CROISES.
           MOVE WS-NB-OPERATEURS TO WS-JRN-LUS.
           MOVE WS-NB-CONFLITS TO WS-JRN-ECRITS.
           MOVE 0 TO WS-JRN-REJETES.

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
            IF WS-NB-ONB-RVAL + WS-NB-ONB-GEST + WS-NB-CROISES = 0
               MOVE 0 TO WS-JRN-RC
            ELSE
               MOVE 4 TO WS-JRN-RC
            END-IF.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8SODR        '
            DISPLAY '   ONB/RVAL RELEVES     : ' WS-NB-ONB-RVAL
            DISPLAY '   ONB/GEST RELEVES     : ' WS-NB-ONB-GEST
            DISPLAY '   COUPLES CROISES      : ' WS-NB-CROISES
            DISPLAY '   OPERATEURS CONCERNES : ' WS-NB-OPERATEURS
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8SODR       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
