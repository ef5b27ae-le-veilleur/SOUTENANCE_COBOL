       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8NETT.
      *===============================================================
      *    BATCH DE MENAGE DES TABLES TECHNIQUES DE TRAVAIL
      *    L'archivage ne couvre que API8.OPERATION (API8ARCH) et
      *    API8.AUDITLOG (API8AUDA) : les tables techniques
      *    grossissaient sans fin et ralentissaient les programmes qui
      *    les balaient. Ce batch les purge, une phase par table, sous
      *    le pilotage de la table des regles API8.RETENTION :
      *       NOM_TABLE        nom de la table technique
      *       STATUTS_PURGE    jusqu'a 4 codes statut purgeables
      *                        (blanc = statuts terminaux ci-dessous)
      *       DUREE_RETENTION  anciennete minimale en jours
      *    Une table sans regle n'est pas purgee.
      *       NOTIFICATION   TRAITE ('Y')       DATE_CREATION
      *       SESSIONACT     -                  DERNIERE_ACT
      *       FILEATTENTE    STATUT_FILE ('T')  DATE_DEMANDE
      *       OPATTENTE      STATUT_ATT ('VF')  DATE_DEMANDE
      *       AUTORISATION   STATUT_AUT ('RE')  DATE_AUTORISATION
      *       LOGINFAIL      VERROUILLE ('N')   sans date : seules les
      *                      lignes remises a zero (NB_ECHECS = 0)
      *                      partent, un compteur en cours ou un
      *                      verrou ne sont jamais purges
      *       JOURNALBATCH   STATUT_EXEC ('T')  DATE_EXECUTION
      *       EXECBATCH      STATUT ('O')       DATE_EXECUTION
      *    Ce qui est encore reference par une reclamation ouverte
      *    (API8.RECLAMATION 'O'/'P', API8.CHARGEBACK emis 'E') ou par
      *    une revue en cours (API8.REVUESANCTION 'A', API8.REVUEKYC
      *    'A', dossier API8.DOSSIERLCB 'O'/'E') est conserve : les
      *    lignes du client ou du compte concerne restent en place
      *    jusqu'a la cloture du dossier.
      *    Les suppressions sont committees par paquets de
      *    FREQUENCE_COMMIT lignes avec point de reprise partage
      *    (API8.REPRISE, comme API8SYNC) : relance avec RESTART en
      *    SYSIN, le batch saute les tables terminees et reprend la
      *    table interrompue apres la derniere cle committee (les
      *    tables a cle non numerique sont simplement rebalayees, les
      *    lignes deja purgees n'y figurant plus). Le nombre de lignes
      *    purgees par table est edite en fin de traitement.
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

      *    Regle de retention de la table en cours
       01  WS-NOM-TABLE-REGLE        PIC X(18).
       01  WS-STATUTS-PURGE          PIC X(4).
       01  WS-STATUTS-PURGE-R REDEFINES WS-STATUTS-PURGE.
           05  WS-STATUT-1           PIC X(1).
           05  WS-STATUT-2           PIC X(1).
           05  WS-STATUT-3           PIC X(1).
           05  WS-STATUT-4           PIC X(1).
       01  WS-STATUTS-DEFAUT         PIC X(4).
       01  WS-DUREE-RETENTION        PIC S9(5) COMP-3.
       01  WS-REGLE-SW               PIC X VALUE 'N'.
           88 REGLE-ABSENTE                VALUE 'N'.
           88 REGLE-TROUVEE                VALUE 'Y'.

      *    Date limite au format AAAAMMJJ (API8.EXECBATCH)
       01  WS-DATE-JOUR              PIC X(8).
       01  WS-DATE-LIMITE            PIC 9(8).
       01  WS-DATE-LIMITE-X REDEFINES WS-DATE-LIMITE
                                     PIC X(8).

      *    Cles des lignes purgees
       01  WS-ID-CUR                 PIC S9(9) COMP.
       01  WS-REFERENCE-AUT-CUR      PIC S9(12) COMP-3.
       01  WS-TERMINAL-CUR           PIC X(4).
       01  WS-DATE-EXEC-CUR          PIC X(8).
       01  WS-NUM-ETAPE-CUR          PIC S9(4) COMP.

      *    Lignes purgees par table
       01  WS-NB-PURGE-NOTIF         PIC 9(9) VALUE 0.
       01  WS-NB-PURGE-SESSION       PIC 9(9) VALUE 0.
       01  WS-NB-PURGE-FILE          PIC 9(9) VALUE 0.
       01  WS-NB-PURGE-OPATT         PIC 9(9) VALUE 0.
       01  WS-NB-PURGE-AUTOR         PIC 9(9) VALUE 0.
       01  WS-NB-PURGE-LOGIN         PIC 9(9) VALUE 0.
       01  WS-NB-PURGE-JOURNAL       PIC 9(9) VALUE 0.
       01  WS-NB-PURGE-EXEC          PIC 9(9) VALUE 0.
       01  WS-NB-PURGE-TOTAL         PIC 9(9) VALUE 0.
       01  WS-NB-TABLES-SANS-REGLE   PIC 9(3) VALUE 0.

      *    Point de reprise partage (API8.REPRISE) : chaque phase de
      *    purge commite tous les FREQUENCE_COMMIT lignes en
      *    memorisant la phase en cours et la derniere cle purgee ;
      *    relance avec RESTART en SYSIN, le batch saute les phases
      *    terminees et reprend la phase interrompue
       01  WS-PARAM-RESTART      PIC X(80).
       01  WS-MODE-RESTART-SW    PIC X VALUE 'N'.
           88 MODE-RESTART             VALUE 'Y'.
       01  WS-PHASE-REPRISE      PIC S9(4) COMP VALUE 0.
       01  WS-CLE-REPRISE        PIC S9(9) COMP VALUE 0.
       01  WS-PHASE-COURANTE     PIC S9(4) COMP VALUE 0.
       01  WS-PHASE-A-SAUTER-SW  PIC X VALUE 'N'.
           88 PHASE-A-SAUTER           VALUE 'Y'.
       01  WS-CLE-DEBUT          PIC S9(9) COMP VALUE 0.
       01  WS-CLE-COURANTE       PIC S9(9) COMP VALUE 0.
       01  WS-FREQ-COMMIT        PIC S9(4) COMP VALUE 1000.
       01  WS-CPT-DEPUIS-COMMIT  PIC S9(4) COMP VALUE 0.

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

           DISPLAY '=============================================='
           DISPLAY '*   MENAGE DES TABLES TECHNIQUES               '
           DISPLAY '=============================================='.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 0600-INIT-REPRISE
              THRU 0600-INIT-REPRISE-EXIT.

           MOVE 1000 TO WS-PHASE-COURANTE.
           PERFORM 0700-PREPARER-PHASE
              THRU 0700-PREPARER-PHASE-EXIT.
           IF NOT PHASE-A-SAUTER
              PERFORM 1000-PURGER-NOTIFICATION
                 THRU 1000-PURGER-NOTIFICATION-EXIT
           END-IF.

           MOVE 1100 TO WS-PHASE-COURANTE.
           PERFORM 0700-PREPARER-PHASE
              THRU 0700-PREPARER-PHASE-EXIT.
           IF NOT PHASE-A-SAUTER
              PERFORM 1100-PURGER-SESSIONACT
                 THRU 1100-PURGER-SESSIONACT-EXIT
           END-IF.

           MOVE 1200 TO WS-PHASE-COURANTE.
           PERFORM 0700-PREPARER-PHASE
              THRU 0700-PREPARER-PHASE-EXIT.
           IF NOT PHASE-A-SAUTER
              PERFORM 1200-PURGER-FILEATTENTE
                 THRU 1200-PURGER-FILEATTENTE-EXIT
           END-IF.

           MOVE 1300 TO WS-PHASE-COURANTE.
           PERFORM 0700-PREPARER-PHASE
              THRU 0700-PREPARER-PHASE-EXIT.
           IF NOT PHASE-A-SAUTER
              PERFORM 1300-PURGER-OPATTENTE
                 THRU 1300-PURGER-OPATTENTE-EXIT
           END-IF.

           MOVE 1400 TO WS-PHASE-COURANTE.
           PERFORM 0700-PREPARER-PHASE
              THRU 0700-PREPARER-PHASE-EXIT.
           IF NOT PHASE-A-SAUTER
              PERFORM 1400-PURGER-AUTORISATION
                 THRU 1400-PURGER-AUTORISATION-EXIT
           END-IF.

           MOVE 1500 TO WS-PHASE-COURANTE.
           PERFORM 0700-PREPARER-PHASE
              THRU 0700-PREPARER-PHASE-EXIT.
           IF NOT PHASE-A-SAUTER
              PERFORM 1500-PURGER-LOGINFAIL
                 THRU 1500-PURGER-LOGINFAIL-EXIT
           END-IF.

           MOVE 1600 TO WS-PHASE-COURANTE.
           PERFORM 0700-PREPARER-PHASE
              THRU 0700-PREPARER-PHASE-EXIT.
           IF NOT PHASE-A-SAUTER
              PERFORM 1600-PURGER-JOURNALBATCH
                 THRU 1600-PURGER-JOURNALBATCH-EXIT
           END-IF.

           MOVE 1700 TO WS-PHASE-COURANTE.
           PERFORM 0700-PREPARER-PHASE
              THRU 0700-PREPARER-PHASE-EXIT.
           IF NOT PHASE-A-SAUTER
              PERFORM 1700-PURGER-EXECBATCH
                 THRU 1700-PURGER-EXECBATCH-EXIT
           END-IF.

           PERFORM 8100-PURGER-REPRISE
              THRU 8100-PURGER-REPRISE-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

      *    Notifications deja envoyees
       1000-PURGER-NOTIFICATION.
           MOVE 'NOTIFICATION' TO WS-NOM-TABLE-REGLE.
           MOVE 'Y' TO WS-STATUTS-DEFAUT.
           PERFORM 0800-LIRE-REGLE
              THRU 0800-LIRE-REGLE-EXIT.
           IF REGLE-ABSENTE
              GO TO 1000-PURGER-NOTIFICATION-EXIT
           END-IF.

           EXEC SQL
              DECLARE CNETNOT CURSOR WITH HOLD FOR
              SELECT N.ID_NOTIFICATION
              FROM API8.NOTIFICATION N
              WHERE N.ID_NOTIFICATION > :WS-CLE-DEBUT
                AND N.TRAITE IN (:WS-STATUT-1, :WS-STATUT-2,
                                 :WS-STATUT-3, :WS-STATUT-4)
                AND N.DATE_CREATION < CURRENT DATE
                                      - :WS-DUREE-RETENTION DAYS
                AND NOT EXISTS
                    (SELECT 1 FROM API8.RECLAMATION R
                     WHERE R.ID_CLIENT = N.ID_CLIENT
                       AND R.STATUT_RECL IN ('O', 'P'))
                AND NOT EXISTS
                    (SELECT 1 FROM API8.REVUESANCTION V
                     WHERE V.TYPE_REVUE = 'C'
                       AND V.CLE = N.ID_CLIENT
                       AND V.STATUT_REVUE = 'A')
                AND NOT EXISTS
                    (SELECT 1 FROM API8.REVUEKYC K
                     WHERE K.ID_CLIENT = N.ID_CLIENT
                       AND K.STATUT_REVUE_KYC = 'A')
                AND NOT EXISTS
                    (SELECT 1 FROM API8.DOSSIERLCB L
                     WHERE L.ID_CLIENT = N.ID_CLIENT
                       AND L.STATUT_DOSSIER IN ('O', 'E'))
              ORDER BY N.ID_NOTIFICATION
           END-EXEC.

           EXEC SQL
              OPEN CNETNOT
           END-EXEC.

           PERFORM 1010-SUPPRIMER-NOTIFICATION
              THRU 1010-SUPPRIMER-NOTIFICATION-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CNETNOT
           END-EXEC.

           DISPLAY 'NOTIFICATION       PURGEES : ' WS-NB-PURGE-NOTIF.

       1000-PURGER-NOTIFICATION-EXIT.
           EXIT.

       1010-SUPPRIMER-NOTIFICATION.
           EXEC SQL
              FETCH CNETNOT
              INTO :WS-ID-CUR
           END-EXEC.

           IF SQLCODE = 0
              EXEC SQL
                 DELETE FROM API8.NOTIFICATION
                 WHERE ID_NOTIFICATION = :WS-ID-CUR
              END-EXEC
              ADD 1 TO WS-NB-PURGE-NOTIF
              MOVE WS-ID-CUR TO WS-CLE-COURANTE
              PERFORM 8000-POINT-REPRISE
                 THRU 8000-POINT-REPRISE-EXIT
              MOVE 0 TO SQLCODE
           END-IF.

       1010-SUPPRIMER-NOTIFICATION-EXIT.
           EXIT.

      *    Terminaux inactifs : API8STMO recree la ligne a la
      *    prochaine connexion ; cle alphanumerique, rebalayee en
      *    entier a la reprise
       1100-PURGER-SESSIONACT.
           MOVE 'SESSIONACT' TO WS-NOM-TABLE-REGLE.
           MOVE SPACES TO WS-STATUTS-DEFAUT.
           PERFORM 0800-LIRE-REGLE
              THRU 0800-LIRE-REGLE-EXIT.
           IF REGLE-ABSENTE
              GO TO 1100-PURGER-SESSIONACT-EXIT
           END-IF.

           EXEC SQL
              DECLARE CNETSES CURSOR WITH HOLD FOR
              SELECT TERMINAL
              FROM API8.SESSIONACT
              WHERE DERNIERE_ACT < CURRENT TIMESTAMP
                                   - :WS-DUREE-RETENTION DAYS
              ORDER BY TERMINAL
           END-EXEC.

           EXEC SQL
              OPEN CNETSES
           END-EXEC.

           PERFORM 1110-SUPPRIMER-SESSIONACT
              THRU 1110-SUPPRIMER-SESSIONACT-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CNETSES
           END-EXEC.

           DISPLAY 'SESSIONACT         PURGEES : ' WS-NB-PURGE-SESSION.

       1100-PURGER-SESSIONACT-EXIT.
           EXIT.

       1110-SUPPRIMER-SESSIONACT.
           EXEC SQL
              FETCH CNETSES
              INTO :WS-TERMINAL-CUR
           END-EXEC.

           IF SQLCODE = 0
              EXEC SQL
                 DELETE FROM API8.SESSIONACT
                 WHERE TERMINAL = :WS-TERMINAL-CUR
              END-EXEC
              ADD 1 TO WS-NB-PURGE-SESSION
              MOVE 0 TO WS-CLE-COURANTE
              PERFORM 8000-POINT-REPRISE
                 THRU 8000-POINT-REPRISE-EXIT
              MOVE 0 TO SQLCODE
           END-IF.

       1110-SUPPRIMER-SESSIONACT-EXIT.
           EXIT.

      *    Postes de la file d'attente deja rejoues
       1200-PURGER-FILEATTENTE.
           MOVE 'FILEATTENTE' TO WS-NOM-TABLE-REGLE.
           MOVE 'T' TO WS-STATUTS-DEFAUT.
           PERFORM 0800-LIRE-REGLE
              THRU 0800-LIRE-REGLE-EXIT.
           IF REGLE-ABSENTE
              GO TO 1200-PURGER-FILEATTENTE-EXIT
           END-IF.

           EXEC SQL
              DECLARE CNETFIL CURSOR WITH HOLD FOR
              SELECT F.ID_FILE
              FROM API8.FILEATTENTE F
              WHERE F.ID_FILE > :WS-CLE-DEBUT
                AND F.STATUT_FILE IN (:WS-STATUT-1, :WS-STATUT-2,
                                      :WS-STATUT-3, :WS-STATUT-4)
                AND F.DATE_DEMANDE < CURRENT DATE
                                     - :WS-DUREE-RETENTION DAYS
                AND NOT EXISTS
                    (SELECT 1 FROM API8.RECLAMATION R
                     WHERE (R.ID_COMPTE = F.ID_COMPTE
                            OR R.ID_CLIENT = F.ID_CLIENT)
                       AND R.STATUT_RECL IN ('O', 'P'))
                AND NOT EXISTS
                    (SELECT 1 FROM API8.REVUESANCTION V
                     WHERE V.TYPE_REVUE = 'C'
                       AND V.CLE = F.ID_CLIENT
                       AND V.STATUT_REVUE = 'A')
                AND NOT EXISTS
                    (SELECT 1 FROM API8.DOSSIERLCB L
                     WHERE (L.ID_COMPTE = F.ID_COMPTE
                            OR L.ID_CLIENT = F.ID_CLIENT)
                       AND L.STATUT_DOSSIER IN ('O', 'E'))
              ORDER BY F.ID_FILE
           END-EXEC.

           EXEC SQL
              OPEN CNETFIL
           END-EXEC.

           PERFORM 1210-SUPPRIMER-FILEATTENTE
              THRU 1210-SUPPRIMER-FILEATTENTE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CNETFIL
           END-EXEC.

           DISPLAY 'FILEATTENTE        PURGEES : ' WS-NB-PURGE-FILE.

       1200-PURGER-FILEATTENTE-EXIT.
           EXIT.

       1210-SUPPRIMER-FILEATTENTE.
           EXEC SQL
              FETCH CNETFIL
              INTO :WS-ID-CUR
           END-EXEC.

           IF SQLCODE = 0
              EXEC SQL
                 DELETE FROM API8.FILEATTENTE
                 WHERE ID_FILE = :WS-ID-CUR
              END-EXEC
              ADD 1 TO WS-NB-PURGE-FILE
              MOVE WS-ID-CUR TO WS-CLE-COURANTE
              PERFORM 8000-POINT-REPRISE
                 THRU 8000-POINT-REPRISE-EXIT
              MOVE 0 TO SQLCODE
           END-IF.

       1210-SUPPRIMER-FILEATTENTE-EXIT.
           EXIT.

      *    Operations en attente de validation deja tranchees
       1300-PURGER-OPATTENTE.
           MOVE 'OPATTENTE' TO WS-NOM-TABLE-REGLE.
           MOVE 'VF' TO WS-STATUTS-DEFAUT.
           PERFORM 0800-LIRE-REGLE
              THRU 0800-LIRE-REGLE-EXIT.
           IF REGLE-ABSENTE
              GO TO 1300-PURGER-OPATTENTE-EXIT
           END-IF.

           EXEC SQL
              DECLARE CNETOPA CURSOR WITH HOLD FOR
              SELECT A.ID_ATTENTE
              FROM API8.OPATTENTE A
              WHERE A.ID_ATTENTE > :WS-CLE-DEBUT
                AND A.STATUT_ATT IN (:WS-STATUT-1, :WS-STATUT-2,
                                     :WS-STATUT-3, :WS-STATUT-4)
                AND A.DATE_DEMANDE < CURRENT DATE
                                     - :WS-DUREE-RETENTION DAYS
                AND NOT EXISTS
                    (SELECT 1 FROM API8.RECLAMATION R
                     WHERE (R.ID_COMPTE = A.ID_COMPTE
                            OR R.ID_CLIENT = A.ID_CLIENT)
                       AND R.STATUT_RECL IN ('O', 'P'))
                AND NOT EXISTS
                    (SELECT 1 FROM API8.REVUESANCTION V
                     WHERE V.TYPE_REVUE = 'C'
                       AND V.CLE = A.ID_CLIENT
                       AND V.STATUT_REVUE = 'A')
                AND NOT EXISTS
                    (SELECT 1 FROM API8.DOSSIERLCB L
                     WHERE (L.ID_COMPTE = A.ID_COMPTE
                            OR L.ID_CLIENT = A.ID_CLIENT)
                       AND L.STATUT_DOSSIER IN ('O', 'E'))
              ORDER BY A.ID_ATTENTE
           END-EXEC.

           EXEC SQL
              OPEN CNETOPA
           END-EXEC.

           PERFORM 1310-SUPPRIMER-OPATTENTE
              THRU 1310-SUPPRIMER-OPATTENTE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CNETOPA
           END-EXEC.

           DISPLAY 'OPATTENTE          PURGEES : ' WS-NB-PURGE-OPATT.

       1300-PURGER-OPATTENTE-EXIT.
           EXIT.

       1310-SUPPRIMER-OPATTENTE.
           EXEC SQL
              FETCH CNETOPA
              INTO :WS-ID-CUR
           END-EXEC.

           IF SQLCODE = 0
              EXEC SQL
                 DELETE FROM API8.OPATTENTE
                 WHERE ID_ATTENTE = :WS-ID-CUR
              END-EXEC
              ADD 1 TO WS-NB-PURGE-OPATT
              MOVE WS-ID-CUR TO WS-CLE-COURANTE
              PERFORM 8000-POINT-REPRISE
                 THRU 8000-POINT-REPRISE-EXIT
              MOVE 0 TO SQLCODE
           END-IF.

       1310-SUPPRIMER-OPATTENTE-EXIT.
           EXIT.

      *    Autorisations reglees ou expirees ; une autorisation
      *    contestee par un chargeback emis reste en place. Cle
      *    REFERENCE_AUT hors format du point de reprise : rebalayee
      *    en entier a la reprise
       1400-PURGER-AUTORISATION.
           MOVE 'AUTORISATION' TO WS-NOM-TABLE-REGLE.
           MOVE 'RE' TO WS-STATUTS-DEFAUT.
           PERFORM 0800-LIRE-REGLE
              THRU 0800-LIRE-REGLE-EXIT.
           IF REGLE-ABSENTE
              GO TO 1400-PURGER-AUTORISATION-EXIT
           END-IF.

           EXEC SQL
              DECLARE CNETAUT CURSOR WITH HOLD FOR
              SELECT A.REFERENCE_AUT
              FROM API8.AUTORISATION A
              WHERE A.STATUT_AUT IN (:WS-STATUT-1, :WS-STATUT-2,
                                     :WS-STATUT-3, :WS-STATUT-4)
                AND A.DATE_AUTORISATION < CURRENT DATE
                                          - :WS-DUREE-RETENTION DAYS
                AND NOT EXISTS
                    (SELECT 1 FROM API8.CHARGEBACK B
                     WHERE B.REFERENCE_AUT = A.REFERENCE_AUT
                       AND B.STATUT_CB = 'E')
                AND NOT EXISTS
                    (SELECT 1 FROM API8.RECLAMATION R
                     WHERE R.ID_COMPTE = A.ID_COMPTE
                       AND R.STATUT_RECL IN ('O', 'P'))
                AND NOT EXISTS
                    (SELECT 1 FROM API8.DOSSIERLCB L
                     WHERE L.ID_COMPTE = A.ID_COMPTE
                       AND L.STATUT_DOSSIER IN ('O', 'E'))
              ORDER BY A.REFERENCE_AUT
           END-EXEC.

           EXEC SQL
              OPEN CNETAUT
           END-EXEC.

           PERFORM 1410-SUPPRIMER-AUTORISATION
              THRU 1410-SUPPRIMER-AUTORISATION-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CNETAUT
           END-EXEC.

           DISPLAY 'AUTORISATION       PURGEES : ' WS-NB-PURGE-AUTOR.

       1400-PURGER-AUTORISATION-EXIT.
           EXIT.

       1410-SUPPRIMER-AUTORISATION.
           EXEC SQL
              FETCH CNETAUT
              INTO :WS-REFERENCE-AUT-CUR
           END-EXEC.

           IF SQLCODE = 0
              EXEC SQL
                 DELETE FROM API8.AUTORISATION
                 WHERE REFERENCE_AUT = :WS-REFERENCE-AUT-CUR
              END-EXEC
              ADD 1 TO WS-NB-PURGE-AUTOR
              MOVE 0 TO WS-CLE-COURANTE
              PERFORM 8000-POINT-REPRISE
                 THRU 8000-POINT-REPRISE-EXIT
              MOVE 0 TO SQLCODE
           END-IF.

       1410-SUPPRIMER-AUTORISATION-EXIT.
           EXIT.

      *    Compteurs d'echecs de connexion remis a zero ; la table ne
      *    porte pas de date, la duree de retention ne s'applique pas
       1500-PURGER-LOGINFAIL.
           MOVE 'LOGINFAIL' TO WS-NOM-TABLE-REGLE.
           MOVE 'N' TO WS-STATUTS-DEFAUT.
           PERFORM 0800-LIRE-REGLE
              THRU 0800-LIRE-REGLE-EXIT.
           IF REGLE-ABSENTE
              GO TO 1500-PURGER-LOGINFAIL-EXIT
           END-IF.

           EXEC SQL
              DECLARE CNETLOG CURSOR WITH HOLD FOR
              SELECT G.ID_CLIENT
              FROM API8.LOGINFAIL G
              WHERE G.ID_CLIENT > :WS-CLE-DEBUT
                AND G.NB_ECHECS = 0
                AND G.VERROUILLE NOT = 'Y'
                AND G.VERROUILLE IN (:WS-STATUT-1, :WS-STATUT-2,
                                     :WS-STATUT-3, :WS-STATUT-4)
                AND NOT EXISTS
                    (SELECT 1 FROM API8.RECLAMATION R
                     WHERE R.ID_CLIENT = G.ID_CLIENT
                       AND R.STATUT_RECL IN ('O', 'P'))
                AND NOT EXISTS
                    (SELECT 1 FROM API8.REVUESANCTION V
                     WHERE V.TYPE_REVUE = 'C'
                       AND V.CLE = G.ID_CLIENT
                       AND V.STATUT_REVUE = 'A')
                AND NOT EXISTS
                    (SELECT 1 FROM API8.DOSSIERLCB L
                     WHERE L.ID_CLIENT = G.ID_CLIENT
                       AND L.STATUT_DOSSIER IN ('O', 'E'))
              ORDER BY G.ID_CLIENT
           END-EXEC.

           EXEC SQL
              OPEN CNETLOG
           END-EXEC.

           PERFORM 1510-SUPPRIMER-LOGINFAIL
              THRU 1510-SUPPRIMER-LOGINFAIL-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CNETLOG
           END-EXEC.

           DISPLAY 'LOGINFAIL          PURGEES : ' WS-NB-PURGE-LOGIN.

       1500-PURGER-LOGINFAIL-EXIT.
           EXIT.

       1510-SUPPRIMER-LOGINFAIL.
           EXEC SQL
              FETCH CNETLOG
              INTO :WS-ID-CUR
           END-EXEC.

           IF SQLCODE = 0
              EXEC SQL
                 DELETE FROM API8.LOGINFAIL
                 WHERE ID_CLIENT = :WS-ID-CUR
                   AND NB_ECHECS = 0
              END-EXEC
              ADD 1 TO WS-NB-PURGE-LOGIN
              MOVE WS-ID-CUR TO WS-CLE-COURANTE
              PERFORM 8000-POINT-REPRISE
                 THRU 8000-POINT-REPRISE-EXIT
              MOVE 0 TO SQLCODE
           END-IF.

       1510-SUPPRIMER-LOGINFAIL-EXIT.
           EXIT.

      *    Historique du journal d'execution ; les executions en
      *    cours ('L') ne sont jamais purgees
       1600-PURGER-JOURNALBATCH.
           MOVE 'JOURNALBATCH' TO WS-NOM-TABLE-REGLE.
           MOVE 'T' TO WS-STATUTS-DEFAUT.
           PERFORM 0800-LIRE-REGLE
              THRU 0800-LIRE-REGLE-EXIT.
           IF REGLE-ABSENTE
              GO TO 1600-PURGER-JOURNALBATCH-EXIT
           END-IF.

           EXEC SQL
              DECLARE CNETJRN CURSOR WITH HOLD FOR
              SELECT ID_JOURNAL
              FROM API8.JOURNALBATCH
              WHERE ID_JOURNAL > :WS-CLE-DEBUT
                AND ID_JOURNAL NOT = :WS-ID-JOURNAL
                AND STATUT_EXEC NOT = 'L'
                AND STATUT_EXEC IN (:WS-STATUT-1, :WS-STATUT-2,
                                    :WS-STATUT-3, :WS-STATUT-4)
                AND DATE_EXECUTION < CURRENT DATE
                                     - :WS-DUREE-RETENTION DAYS
              ORDER BY ID_JOURNAL
           END-EXEC.

           EXEC SQL
              OPEN CNETJRN
           END-EXEC.

           PERFORM 1610-SUPPRIMER-JOURNALBATCH
              THRU 1610-SUPPRIMER-JOURNALBATCH-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CNETJRN
           END-EXEC.

           DISPLAY 'JOURNALBATCH       PURGEES : ' WS-NB-PURGE-JOURNAL.

       1600-PURGER-JOURNALBATCH-EXIT.
           EXIT.

       1610-SUPPRIMER-JOURNALBATCH.
           EXEC SQL
              FETCH CNETJRN
              INTO :WS-ID-CUR
           END-EXEC.

           IF SQLCODE = 0
              EXEC SQL
                 DELETE FROM API8.JOURNALBATCH
                 WHERE ID_JOURNAL = :WS-ID-CUR
              END-EXEC
              ADD 1 TO WS-NB-PURGE-JOURNAL
              MOVE WS-ID-CUR TO WS-CLE-COURANTE
              PERFORM 8000-POINT-REPRISE
                 THRU 8000-POINT-REPRISE-EXIT
              MOVE 0 TO SQLCODE
           END-IF.

       1610-SUPPRIMER-JOURNALBATCH-EXIT.
           EXIT.

      *    Historique des etapes de la chaine API8CHN ; date au
      *    format AAAAMMJJ, cle composee rebalayee a la reprise
       1700-PURGER-EXECBATCH.
           MOVE 'EXECBATCH' TO WS-NOM-TABLE-REGLE.
           MOVE 'O' TO WS-STATUTS-DEFAUT.
           PERFORM 0800-LIRE-REGLE
              THRU 0800-LIRE-REGLE-EXIT.
           IF REGLE-ABSENTE
              GO TO 1700-PURGER-EXECBATCH-EXIT
           END-IF.

           COMPUTE WS-DATE-LIMITE =
              FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DATE-JOUR))
                 - WS-DUREE-RETENTION).

           EXEC SQL
              DECLARE CNETEXE CURSOR WITH HOLD FOR
              SELECT DATE_EXECUTION, NUM_ETAPE
              FROM API8.EXECBATCH
              WHERE STATUT IN (:WS-STATUT-1, :WS-STATUT-2,
                               :WS-STATUT-3, :WS-STATUT-4)
                AND DATE_EXECUTION < :WS-DATE-LIMITE-X
              ORDER BY DATE_EXECUTION, NUM_ETAPE
           END-EXEC.

           EXEC SQL
              OPEN CNETEXE
           END-EXEC.

           PERFORM 1710-SUPPRIMER-EXECBATCH
              THRU 1710-SUPPRIMER-EXECBATCH-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CNETEXE
           END-EXEC.

           DISPLAY 'EXECBATCH          PURGEES : ' WS-NB-PURGE-EXEC.

       1700-PURGER-EXECBATCH-EXIT.
           EXIT.

       1710-SUPPRIMER-EXECBATCH.
           EXEC SQL
              FETCH CNETEXE
              INTO :WS-DATE-EXEC-CUR, :WS-NUM-ETAPE-CUR
           END-EXEC.

           IF SQLCODE = 0
              EXEC SQL
                 DELETE FROM API8.EXECBATCH
                 WHERE DATE_EXECUTION = :WS-DATE-EXEC-CUR
                   AND NUM_ETAPE = :WS-NUM-ETAPE-CUR
              END-EXEC
              ADD 1 TO WS-NB-PURGE-EXEC
              MOVE 0 TO WS-CLE-COURANTE
              PERFORM 8000-POINT-REPRISE
                 THRU 8000-POINT-REPRISE-EXIT
              MOVE 0 TO SQLCODE
           END-IF.

       1710-SUPPRIMER-EXECBATCH-EXIT.
           EXIT.

       0600-INIT-REPRISE.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-FREQ-COMMIT
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'FREQUENCE_COMMIT'
           END-EXEC.

           ACCEPT WS-PARAM-RESTART FROM SYSIN.

           IF WS-PARAM-RESTART(1:7) = 'RESTART'
              SET MODE-RESTART TO TRUE
              EXEC SQL
                 SELECT PHASE, DERNIERE_CLE
                 INTO :WS-PHASE-REPRISE, :WS-CLE-REPRISE
                 FROM API8.REPRISE
                 WHERE NOM_PROGRAMME = 'API8NETT'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO WS-PHASE-REPRISE
                 MOVE 0 TO WS-CLE-REPRISE
              END-IF
              DISPLAY 'REPRISE PHASE ' WS-PHASE-REPRISE
                 ' APRES LA CLE ' WS-CLE-REPRISE
           ELSE
              MOVE 0 TO WS-PHASE-REPRISE
              MOVE 0 TO WS-CLE-REPRISE
              EXEC SQL
                 DELETE FROM API8.REPRISE
                 WHERE NOM_PROGRAMME = 'API8NETT'
              END-EXEC
           END-IF.

       0600-INIT-REPRISE-EXIT.
           EXIT.

       0700-PREPARER-PHASE.
      *    Une phase anterieure a la phase de reprise est deja
      *    committee en entier : on la saute ; la phase de reprise
      *    elle-meme redemarre apres la derniere cle committee ; les
      *    phases suivantes repartent du debut
           MOVE 'N' TO WS-PHASE-A-SAUTER-SW.
           MOVE 0 TO WS-CLE-DEBUT.

           IF MODE-RESTART
              EVALUATE TRUE
                 WHEN WS-PHASE-COURANTE < WS-PHASE-REPRISE
                    SET PHASE-A-SAUTER TO TRUE
                 WHEN WS-PHASE-COURANTE = WS-PHASE-REPRISE
                    MOVE WS-CLE-REPRISE TO WS-CLE-DEBUT
              END-EVALUATE
           END-IF.

       0700-PREPARER-PHASE-EXIT.
           EXIT.

       0800-LIRE-REGLE.
      *    Regle de retention de la table ; statuts a blanc : statuts
      *    terminaux par defaut de la table ; les positions libres
      *    de la liste reprennent le premier statut
           MOVE 'N' TO WS-REGLE-SW.
           MOVE SPACES TO WS-STATUTS-PURGE.
           MOVE 0 TO WS-DUREE-RETENTION.

           EXEC SQL
              SELECT STATUTS_PURGE, DUREE_RETENTION
              INTO :WS-STATUTS-PURGE, :WS-DUREE-RETENTION
              FROM API8.RETENTION
              WHERE NOM_TABLE = :WS-NOM-TABLE-REGLE
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY WS-NOM-TABLE-REGLE ' : PAS DE REGLE DE'
                 ' RETENTION - TABLE NON PURGEE'
              ADD 1 TO WS-NB-TABLES-SANS-REGLE
              GO TO 0800-LIRE-REGLE-EXIT
           END-IF.

           IF WS-DUREE-RETENTION < 1
              DISPLAY WS-NOM-TABLE-REGLE ' : DUREE DE RETENTION'
                 ' INVALIDE ' WS-DUREE-RETENTION
                 ' - TABLE NON PURGEE'
              ADD 1 TO WS-NB-TABLES-SANS-REGLE
              GO TO 0800-LIRE-REGLE-EXIT
           END-IF.

           IF WS-STATUTS-PURGE = SPACES
              MOVE WS-STATUTS-DEFAUT TO WS-STATUTS-PURGE
           END-IF.
           IF WS-STATUT-2 = SPACE
              MOVE WS-STATUT-1 TO WS-STATUT-2
           END-IF.
           IF WS-STATUT-3 = SPACE
              MOVE WS-STATUT-1 TO WS-STATUT-3
           END-IF.
           IF WS-STATUT-4 = SPACE
              MOVE WS-STATUT-1 TO WS-STATUT-4
           END-IF.

           SET REGLE-TROUVEE TO TRUE.
           DISPLAY WS-NOM-TABLE-REGLE ' : STATUTS ' WS-STATUTS-PURGE
              ' RETENTION ' WS-DUREE-RETENTION ' JOURS'.

       0800-LIRE-REGLE-EXIT.
           EXIT.

       8000-POINT-REPRISE.
      *    Commit periodique : la phase et la derniere cle purgee
      *    sont posees sur API8.REPRISE avant le COMMIT, les curseurs
      *    WITH HOLD restent ouverts
           ADD 1 TO WS-CPT-DEPUIS-COMMIT.
           IF WS-CPT-DEPUIS-COMMIT >= WS-FREQ-COMMIT
              EXEC SQL
                 UPDATE API8.REPRISE
                 SET PHASE = :WS-PHASE-COURANTE,
                     DERNIERE_CLE = :WS-CLE-COURANTE,
                     DATE_MAJ = CURRENT TIMESTAMP
                 WHERE NOM_PROGRAMME = 'API8NETT'
              END-EXEC
              IF SQLCODE = 100
                 EXEC SQL
                    INSERT INTO API8.REPRISE
                       (NOM_PROGRAMME, PHASE, DERNIERE_CLE, DATE_MAJ)
                    VALUES
                       ('API8NETT', :WS-PHASE-COURANTE,
                        :WS-CLE-COURANTE, CURRENT TIMESTAMP)
                 END-EXEC
              END-IF
              EXEC SQL
                 COMMIT
              END-EXEC
              MOVE 0 TO WS-CPT-DEPUIS-COMMIT
           END-IF.

       8000-POINT-REPRISE-EXIT.
           EXIT.

       8100-PURGER-REPRISE.
      *    Fin normale : le point de reprise est efface pour que la
      *    prochaine execution reparte du debut
           EXEC SQL
              DELETE FROM API8.REPRISE
              WHERE NOM_PROGRAMME = 'API8NETT'
           END-EXEC.

           EXEC SQL
              COMMIT
           END-EXEC.

       8100-PURGER-REPRISE-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8NETT', CURRENT DATE,
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

           COMPUTE WS-NB-PURGE-TOTAL =
              WS-NB-PURGE-NOTIF + WS-NB-PURGE-SESSION
              + WS-NB-PURGE-FILE + WS-NB-PURGE-OPATT
              + WS-NB-PURGE-AUTOR + WS-NB-PURGE-LOGIN
              + WS-NB-PURGE-JOURNAL + WS-NB-PURGE-EXEC.
           MOVE WS-NB-PURGE-TOTAL TO WS-JRN-LUS.
           MOVE WS-NB-PURGE-TOTAL TO WS-JRN-ECRITS.
           MOVE WS-NB-TABLES-SANS-REGLE TO WS-JRN-REJETES.

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
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8NETT        '
            DISPLAY '   NOTIFICATION   PURGEES : ' WS-NB-PURGE-NOTIF
            DISPLAY '   SESSIONACT     PURGEES : ' WS-NB-PURGE-SESSION
            DISPLAY '   FILEATTENTE    PURGEES : ' WS-NB-PURGE-FILE
            DISPLAY '   OPATTENTE      PURGEES : ' WS-NB-PURGE-OPATT
            DISPLAY '   AUTORISATION   PURGEES : ' WS-NB-PURGE-AUTOR
            DISPLAY '   LOGINFAIL      PURGEES : ' WS-NB-PURGE-LOGIN
            DISPLAY '   JOURNALBATCH   PURGEES : ' WS-NB-PURGE-JOURNAL
            DISPLAY '   EXECBATCH      PURGEES : ' WS-NB-PURGE-EXEC
            DISPLAY '   TOTAL          PURGEES : ' WS-NB-PURGE-TOTAL
            DISPLAY '   TABLES SANS REGLE      : '
               WS-NB-TABLES-SANS-REGLE
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
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8NETT       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
