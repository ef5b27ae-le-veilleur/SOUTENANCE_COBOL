      *        WS-SEUIL-VELOCITE operations dans la journee
      *    Les alertes sont ecrites dans un fichier sequentiel pour
      *    revue par le back-office, sans bloquer aucune operation.
      *    Scenarios de surveillance LCB-FT : chaque detection ouvre
      *    un dossier sur API8.DOSSIERLCB (statut 'O'), analyse sur
      *    l'ecran API8LCBD, et figure aussi au fichier d'alertes :
      *      - FRACTIONNE : depots especes ('D') tous inferieurs a
      *        SEUIL_DECL_ESPECES, repartis sur plusieurs jours de la
      *        fenetre FENETRE_FRACTION (7 jours), dont le cumul
      *        atteint le seuil
      *      - ALLER-RET  : virement recu ('E', API8VRIN/API8SVRI)
      *        d'au moins SEUIL_ALLER_RETOUR, suivi sous 48 heures
      *        d'un virement externe (API8.VIREXT) du meme compte
      *        a 10 % pres du montant recu
      *      - DORMANT    : compte sans operation depuis
      *        SEUIL_DORMANCE jours (critere d'API8DORM) qui recoit
      *        dans la journee des credits cumulant au moins
      *        SEUIL_REVEIL_DORMANT
      *      - NOUV-BENEF : virements externes de la semaine vers
      *        au moins SEUIL_NB_NOUV_BENEF beneficiaires distincts
      *        ajoutes depuis moins de 30 jours (API8.BENEFICIAIRE)
      *    Un meme client n'a pas deux dossiers du meme scenario tant
      *    que le premier est ouvert, ni dans les DELAI_DOSSIER_LCB
      *    jours (30) suivant son ouverture.
      *    Gros montants, velocite et reveil dormant portent sur la
      *    journee fermee, lue sur le fichier de travail FEXTJOUR
      *    d'API8EXTJ (journee prise dans son entete) ; les scenarios
      *    a fenetre glissante (fractionnement, aller-retour,
      *    nouveaux beneficiaires) debordent la journee et restent
      *    sur DB2.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FALERTE.

           SELECT FEXTJOUR ASSIGN TO INP027
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FEXTJOUR.

       DATA DIVISION.

       FILE SECTION.
       FD  FALERTE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-ALERTE          PIC X(80).
       FD  FEXTJOUR
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-EXTJ            PIC X(80).
       01  BUF-DETAIL-EXTJ REDEFINES BUF-LIGNE-EXTJ.
           05  BUF-EXJ-CODE          PIC X(2).
           05  BUF-EXJ-CODE-AGENCE   PIC X(4).
           05  BUF-EXJ-ID-COMPTE     PIC 9(9).
           05  BUF-EXJ-ID-OPERATION  PIC 9(9).
           05  BUF-EXJ-ID-CLIENT     PIC 9(9).
           05  BUF-EXJ-TYPE-COMPTE   PIC X(4).
           05  BUF-EXJ-TYPE-OP       PIC X(1).
           05  BUF-EXJ-MONTANT-OP    PIC S9(8)V99.
           05  BUF-EXJ-DATE-OP       PIC X(8).
           05  BUF-EXJ-DATE-COMPTA   PIC X(8).
           05  BUF-EXJ-CANAL         PIC X(1).
           05  BUF-EXJ-ANNULE        PIC X(1).
           05  FILLER                PIC X(14).

       WORKING-STORAGE SECTION.

       77  FS-FALERTE                PIC X(2).
       77  FS-FEXTJOUR                PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
       01  WS-SEUIL-VELOCITE         PIC 9(3)            VALUE 5.

       01  WS-DATE-JOUR               PIC X(8).
       01  WS-DATE-COMPTABLE          PIC X(8).

       01  WS-ID-OPERATION-CUR        PIC S9(9) COMP.
       01  WS-ID-COMPTE-CUR           PIC S9(9) COMP.
       01  WS-CANAL-CUR               PIC X(1).

       01  WS-ID-COMPTE-VELOC         PIC S9(9) COMP.
       01  WS-ID-CLIENT-VELOC         PIC S9(9) COMP.
       01  WS-NB-OP-JOUR              PIC 9(5).
       01  WS-CREDITS-JOUR            PIC S9(11)V99 COMP-3.

       01  WS-ID-OPERATION-EDIT       PIC 9(9).
       01  WS-ID-COMPTE-EDIT          PIC 9(9).
       01  WS-TYPE-ATT-CUR            PIC X(1).
       01  WS-NB-RENVOIS-REFUSES      PIC 9(7) VALUE 0.

      *    Parametres des scenarios LCB-FT, memes replis VALUE que
      *    les seuils ci-dessus
       01  WS-SEUIL-DECL              PIC S9(8)V99 COMP-3
                                      VALUE 10000,00.
       01  WS-FENETRE-FRACTION        PIC S9(3) COMP-3 VALUE 7.
       01  WS-SEUIL-ALLER-RETOUR      PIC S9(8)V99 COMP-3
                                      VALUE 1000,00.
       01  WS-SEUIL-DORMANCE          PIC S9(5) COMP-3 VALUE 365.
       01  WS-SEUIL-REVEIL            PIC S9(8)V99 COMP-3
                                      VALUE 5000,00.
       01  WS-SEUIL-NB-BENEF          PIC S9(3) COMP-3 VALUE 5.
       01  WS-DELAI-DOSSIER           PIC S9(3) COMP-3 VALUE 30.

      *    Detection lue par les curseurs des scenarios
       01  WS-NB-OCCURRENCES          PIC S9(9) COMP.
       01  WS-MONTANT-SCENARIO        PIC S9(11)V99 COMP-3.
       01  WS-MONTANT-SORTIE          PIC S9(11)V99 COMP-3.
       01  WS-NB-OP-RECENTES          PIC S9(9) COMP.
       01  WS-NB-OP-ANCIENNES         PIC S9(9) COMP.
       01  WS-NB-OCC-EDIT             PIC ZZZ9.
       01  WS-MONTANT-SCEN-EDIT       PIC -(10)9,99.

      *    Dossier LCB-FT a ouvrir (7000-OUVRIR-DOSSIER)
       01  WS-ID-DOSSIER              PIC S9(9) COMP.
       01  WS-DOSS-CLIENT             PIC S9(9) COMP.
       01  WS-DOSS-COMPTE             PIC S9(9) COMP.
       01  WS-DOSS-SCENARIO           PIC X(10).
       01  WS-DOSS-DESCRIPTION        PIC X(60).
       01  WS-DOSS-MONTANT            PIC S9(11)V99 COMP-3.
       01  WS-NB-DOSSIERS-EXIST       PIC S9(9) COMP.
       01  WS-NULL-INDICATOR          PIC S9(4) COMP.

       01  WS-NB-DOSS-FRACTION        PIC 9(7) VALUE 0.
       01  WS-NB-DOSS-ALLER-RETOUR    PIC 9(7) VALUE 0.
       01  WS-NB-DOSS-DORMANT         PIC 9(7) VALUE 0.
       01  WS-NB-DOSS-NOUV-BENEF      PIC 9(7) VALUE 0.
       01  WS-NB-DOSS-OUVERTS         PIC 9(7) VALUE 0.

      *    Lecture du fichier de travail de la journee fermee
      *    (API8EXTJ) : controle de l'entete '01' et du pied '09'
       01  WS-FIN-EXTJ-SW            PIC X VALUE 'N'.
           88 FIN-EXTJ                     VALUE 'Y'.
       01  WS-EXJ-PIED-VU            PIC X VALUE 'N'.
       01  WS-EXJ-NB-LUS             PIC S9(9) COMP VALUE 0.
       01  WS-EXJ-TOTAL-LU           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EXJ-TOTAL-ENT          PIC 9(13).
       01  WS-EXJ-NB-ANNONCE         PIC 9(9).
       01  WS-EXJ-TOTAL-ANNONCE      PIC 9(13).

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.
           PERFORM 6000-OPEN-ALERTE
              THRU 6000-OPEN-ALERTE-EXIT.

           PERFORM 2000-SCAN-EXTRAIT
              THRU 2000-SCAN-EXTRAIT-EXIT.

           PERFORM 4000-SCAN-RENVOIS-REFUSES
              THRU 4000-SCAN-RENVOIS-REFUSES-EXIT.

           PERFORM 5000-SCAN-FRACTIONNEMENT
              THRU 5000-SCAN-FRACTIONNEMENT-EXIT.

           PERFORM 5200-SCAN-ALLER-RETOUR
              THRU 5200-SCAN-ALLER-RETOUR-EXIT.

           PERFORM 5600-SCAN-NOUV-BENEF
              THRU 5600-SCAN-NOUV-BENEF-EXIT.

           PERFORM 6220-CLOSE-ALERTE
              THRU 6220-CLOSE-ALERTE-EXIT.

              WHERE CODE_PARAM = 'SEUIL_VELOCITE'
           END-EXEC.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-SEUIL-DECL
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'SEUIL_DECL_ESPECES'
           END-EXEC.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-FENETRE-FRACTION
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'FENETRE_FRACTION'
           END-EXEC.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-SEUIL-ALLER-RETOUR
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'SEUIL_ALLER_RETOUR'
           END-EXEC.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-SEUIL-DORMANCE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'SEUIL_DORMANCE'
           END-EXEC.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-SEUIL-REVEIL
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'SEUIL_REVEIL_DORMANT'
           END-EXEC.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-SEUIL-NB-BENEF
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'SEUIL_NB_NOUV_BENEF'
           END-EXEC.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-DELAI-DOSSIER
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'DELAI_DOSSIER_LCB'
           END-EXEC.

       0500-LIRE-PARAMETRES-LIMITE-EXIT.
           EXIT.

      *    Alertes 1 et 2 et scenario LCB-FT 3, en un seul passage
      *    du fichier de travail de la journee fermee (API8EXTJ),
      *    trie par compte a l'interieur de l'agence : rupture par
      *    compte
       2000-SCAN-EXTRAIT.
           PERFORM 6100-OPEN-EXTJ
              THRU 6100-OPEN-EXTJ-EXIT.

           PERFORM 2050-TRAITER-COMPTE
              THRU 2050-TRAITER-COMPTE-EXIT
              UNTIL FIN-EXTJ.

           PERFORM 6120-CLOSE-EXTJ
              THRU 6120-CLOSE-EXTJ-EXIT.

       2000-SCAN-EXTRAIT-EXIT.
           EXIT.

       2050-TRAITER-COMPTE.
           MOVE BUF-EXJ-ID-COMPTE TO WS-ID-COMPTE-VELOC.
           MOVE BUF-EXJ-ID-CLIENT TO WS-ID-CLIENT-VELOC.
           MOVE 0 TO WS-NB-OP-JOUR.
           MOVE 0 TO WS-CREDITS-JOUR.

           PERFORM 2060-TRAITER-LIGNE
              THRU 2060-TRAITER-LIGNE-EXIT
              UNTIL FIN-EXTJ
                 OR BUF-EXJ-ID-COMPTE NOT = WS-ID-COMPTE-VELOC.

      *    Alerte 2 : trop d'operations dans la journee sur un meme
      *    compte
           IF WS-NB-OP-JOUR > WS-SEUIL-VELOCITE
              PERFORM 3100-TRAITER-VELOCITE
                 THRU 3100-TRAITER-VELOCITE-EXIT
           END-IF.

      *    Scenario LCB-FT 3 : reveil d'un compte dormant - credits
      *    importants du jour sur un compte sans operation depuis
      *    SEUIL_DORMANCE jours (meme critere qu'API8DORM) ; un
      *    compte sans aucun historique est un compte neuf, pas un
      *    compte dormant. Un compte disparu (client 0) est ignore
           IF WS-ID-CLIENT-VELOC NOT = 0
              AND WS-CREDITS-JOUR > 0
              AND WS-CREDITS-JOUR >= WS-SEUIL-REVEIL
              MOVE WS-ID-COMPTE-VELOC TO WS-DOSS-COMPTE
              MOVE WS-ID-CLIENT-VELOC TO WS-DOSS-CLIENT
              MOVE WS-CREDITS-JOUR TO WS-MONTANT-SCENARIO
              PERFORM 5550-CONTROLER-DORMANCE
                 THRU 5550-CONTROLER-DORMANCE-EXIT
              MOVE 0 TO SQLCODE
           END-IF.

       2050-TRAITER-COMPTE-EXIT.
           EXIT.

       2060-TRAITER-LIGNE.
           ADD 1 TO WS-NB-OP-JOUR.

      *    Alerte 1 : operation isolee superieure au seuil
           IF BUF-EXJ-MONTANT-OP > WS-SEUIL-GROS-MONTANT
              PERFORM 2100-TRAITER-GROS-MONTANT
                 THRU 2100-TRAITER-GROS-MONTANT-EXIT
           END-IF.

           IF BUF-EXJ-ANNULE NOT = 'Y'
              AND (BUF-EXJ-TYPE-OP = 'D' OR BUF-EXJ-TYPE-OP = 'E'
                   OR BUF-EXJ-TYPE-OP = 'I')
              ADD BUF-EXJ-MONTANT-OP TO WS-CREDITS-JOUR
           END-IF.

           PERFORM 6110-READ-EXTJ
              THRU 6110-READ-EXTJ-EXIT.

       2060-TRAITER-LIGNE-EXIT.
           EXIT.

       2100-TRAITER-GROS-MONTANT.
           MOVE BUF-EXJ-ID-OPERATION TO WS-ID-OPERATION-CUR.
           MOVE BUF-EXJ-ID-COMPTE TO WS-ID-COMPTE-CUR.
           MOVE BUF-EXJ-MONTANT-OP TO WS-MONTANT-OP-CUR.
           MOVE BUF-EXJ-CANAL TO WS-CANAL-CUR.

           MOVE WS-ID-OPERATION-CUR TO WS-ID-OPERATION-EDIT.
           MOVE WS-ID-COMPTE-CUR TO WS-ID-COMPTE-EDIT.
           MOVE WS-MONTANT-OP-CUR TO WS-MONTANT-OP-EDIT.
           MOVE SPACES TO BUF-LIGNE-ALERTE.
           STRING 'GROS MONTANT' DELIMITED BY SIZE
                  ' COMPTE=' DELIMITED BY SIZE
                  WS-ID-COMPTE-EDIT DELIMITED BY SIZE
                  ' OPERATION=' DELIMITED BY SIZE
                  WS-ID-OPERATION-EDIT DELIMITED BY SIZE
                  ' MONTANT=' DELIMITED BY SIZE
                  WS-MONTANT-OP-EDIT DELIMITED BY SIZE
                  ' CANAL=' DELIMITED BY SIZE
                  WS-CANAL-CUR DELIMITED BY SIZE
              INTO BUF-LIGNE-ALERTE.
           PERFORM 6300-WRITE-ALERTE
              THRU 6300-WRITE-ALERTE-EXIT.
           ADD 1 TO WS-NB-ALERTES-MONTANT.

       2100-TRAITER-GROS-MONTANT-EXIT.
           EXIT.

       3100-TRAITER-VELOCITE.
           MOVE WS-ID-COMPTE-VELOC TO WS-ID-COMPTE-EDIT.
           MOVE WS-NB-OP-JOUR TO WS-NB-OP-JOUR-EDIT.
           MOVE SPACES TO BUF-LIGNE-ALERTE.
           STRING 'VELOCITE' DELIMITED BY SIZE
                  ' COMPTE=' DELIMITED BY SIZE
                  WS-ID-COMPTE-EDIT DELIMITED BY SIZE
                  ' NB_OPERATIONS=' DELIMITED BY SIZE
                  WS-NB-OP-JOUR-EDIT DELIMITED BY SIZE
              INTO BUF-LIGNE-ALERTE.
           PERFORM 6300-WRITE-ALERTE
              THRU 6300-WRITE-ALERTE-EXIT.
           ADD 1 TO WS-NB-ALERTES-VELOCITE.

       3100-TRAITER-VELOCITE-EXIT.
           EXIT.
       4100-TRAITER-RENVOI-REFUSE-EXIT.
           EXIT.

      *    Scenario LCB-FT 1 : fractionnement des depots especes -
      *    chaque depot reste sous le seuil de declaration, le
      *    cumul de la fenetre l'atteint, sur plusieurs jours
       5000-SCAN-FRACTIONNEMENT.
           EXEC SQL
              DECLARE CFRACTION CURSOR FOR
              SELECT C.ID_CLIENT, MIN(O.ID_COMPTE),
                     COUNT(*), SUM(O.MONTANT_OP)
              FROM API8.OPERATION O, API8.COMPTE C
              WHERE O.ID_COMPTE = C.ID_COMPTE
                AND O.TYPE_OP = 'D'
                AND O.ANNULE NOT = 'Y'
                AND O.MONTANT_OP < :WS-SEUIL-DECL
                AND O.DATE_OP > CURRENT DATE
                                - :WS-FENETRE-FRACTION DAYS
              GROUP BY C.ID_CLIENT
              HAVING COUNT(DISTINCT O.DATE_OP) > 1
                 AND SUM(O.MONTANT_OP) >= :WS-SEUIL-DECL
              ORDER BY C.ID_CLIENT
           END-EXEC.

           EXEC SQL
              OPEN CFRACTION
           END-EXEC.

           PERFORM 5100-TRAITER-FRACTIONNEMENT
              THRU 5100-TRAITER-FRACTIONNEMENT-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CFRACTION
           END-EXEC.

       5000-SCAN-FRACTIONNEMENT-EXIT.
           EXIT.

       5100-TRAITER-FRACTIONNEMENT.
           EXEC SQL
              FETCH CFRACTION
              INTO :WS-DOSS-CLIENT, :WS-DOSS-COMPTE,
                   :WS-NB-OCCURRENCES, :WS-MONTANT-SCENARIO
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'FRACTIONNE' TO WS-DOSS-SCENARIO
              MOVE WS-MONTANT-SCENARIO TO WS-DOSS-MONTANT
              MOVE WS-NB-OCCURRENCES TO WS-NB-OCC-EDIT
              MOVE SPACES TO WS-DOSS-DESCRIPTION
              STRING WS-NB-OCC-EDIT DELIMITED BY SIZE
                     ' DEPOTS ESPECES SOUS LE SEUIL EN '
                        DELIMITED BY SIZE
                     'PLUSIEURS JOURS' DELIMITED BY SIZE
                 INTO WS-DOSS-DESCRIPTION
              PERFORM 7000-OUVRIR-DOSSIER
                 THRU 7000-OUVRIR-DOSSIER-EXIT
              IF WS-NB-DOSSIERS-EXIST = 0
                 ADD 1 TO WS-NB-DOSS-FRACTION
              END-IF
              MOVE 0 TO SQLCODE
           END-IF.

       5100-TRAITER-FRACTIONNEMENT-EXIT.
           EXIT.

      *    Scenario LCB-FT 2 : aller-retour de fonds - un virement
      *    recu repart vers l'exterieur sous 48 heures pour un
      *    montant voisin (a 10 % pres, compare en entiers pour
      *    rester independant du separateur decimal)
       5200-SCAN-ALLER-RETOUR.
           EXEC SQL
              DECLARE CALLERRET CURSOR FOR
              SELECT O.ID_COMPTE, C.ID_CLIENT, O.MONTANT_OP,
                     V.MONTANT
              FROM API8.OPERATION O, API8.COMPTE C, API8.VIREXT V
              WHERE O.ID_COMPTE = C.ID_COMPTE
                AND O.TYPE_OP = 'E'
                AND O.ANNULE NOT = 'Y'
                AND O.MONTANT_OP >= :WS-SEUIL-ALLER-RETOUR
                AND O.DATE_OP >= CURRENT DATE - 2 DAYS
                AND V.ID_COMPTE = O.ID_COMPTE
                AND V.DATE_CREATION >= O.DATE_OP
                AND V.DATE_CREATION <= O.DATE_OP + 2 DAYS
                AND V.MONTANT * 10 >= O.MONTANT_OP * 9
                AND V.MONTANT * 10 <= O.MONTANT_OP * 11
              ORDER BY O.ID_COMPTE
           END-EXEC.

           EXEC SQL
              OPEN CALLERRET
           END-EXEC.

           PERFORM 5300-TRAITER-ALLER-RETOUR
              THRU 5300-TRAITER-ALLER-RETOUR-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CALLERRET
           END-EXEC.

       5200-SCAN-ALLER-RETOUR-EXIT.
           EXIT.

       5300-TRAITER-ALLER-RETOUR.
           EXEC SQL
              FETCH CALLERRET
              INTO :WS-DOSS-COMPTE, :WS-DOSS-CLIENT,
                   :WS-MONTANT-SCENARIO, :WS-MONTANT-SORTIE
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'ALLER-RET' TO WS-DOSS-SCENARIO
              MOVE WS-MONTANT-SCENARIO TO WS-DOSS-MONTANT
              MOVE WS-MONTANT-SORTIE TO WS-MONTANT-SCEN-EDIT
              MOVE SPACES TO WS-DOSS-DESCRIPTION
              STRING 'VIREMENT RECU REPARTI SOUS 48H, SORTIE '
                        DELIMITED BY SIZE
                     WS-MONTANT-SCEN-EDIT DELIMITED BY SIZE
                 INTO WS-DOSS-DESCRIPTION
              PERFORM 7000-OUVRIR-DOSSIER
                 THRU 7000-OUVRIR-DOSSIER-EXIT
              IF WS-NB-DOSSIERS-EXIST = 0
                 ADD 1 TO WS-NB-DOSS-ALLER-RETOUR
              END-IF
              MOVE 0 TO SQLCODE
           END-IF.

       5300-TRAITER-ALLER-RETOUR-EXIT.
           EXIT.

       5550-CONTROLER-DORMANCE.
           MOVE 0 TO WS-NB-OP-RECENTES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-OP-RECENTES
              FROM API8.OPERATION
              WHERE ID_COMPTE = :WS-DOSS-COMPTE
                AND DATE_OP < :WS-DATE-COMPTABLE
                AND DATE_OP > CURRENT DATE - :WS-SEUIL-DORMANCE DAYS
           END-EXEC.

           IF WS-NB-OP-RECENTES NOT = 0
              GO TO 5550-CONTROLER-DORMANCE-EXIT
           END-IF.

           MOVE 0 TO WS-NB-OP-ANCIENNES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-OP-ANCIENNES
              FROM API8.OPERATION
              WHERE ID_COMPTE = :WS-DOSS-COMPTE
                AND DATE_OP < :WS-DATE-COMPTABLE
           END-EXEC.

           IF WS-NB-OP-ANCIENNES = 0
              GO TO 5550-CONTROLER-DORMANCE-EXIT
           END-IF.

           MOVE 'DORMANT' TO WS-DOSS-SCENARIO.
           MOVE WS-MONTANT-SCENARIO TO WS-DOSS-MONTANT.
           MOVE 'CREDITS IMPORTANTS SUR COMPTE DORMANT'
              TO WS-DOSS-DESCRIPTION.
           PERFORM 7000-OUVRIR-DOSSIER
              THRU 7000-OUVRIR-DOSSIER-EXIT.
           IF WS-NB-DOSSIERS-EXIST = 0
              ADD 1 TO WS-NB-DOSS-DORMANT
           END-IF.

       5550-CONTROLER-DORMANCE-EXIT.
           EXIT.

      *    Scenario LCB-FT 4 : virements externes de la semaine vers
      *    de nombreux beneficiaires ajoutes recemment
       5600-SCAN-NOUV-BENEF.
           EXEC SQL
              DECLARE CNOUVBENEF CURSOR FOR
              SELECT V.ID_CLIENT, MIN(V.ID_COMPTE),
                     COUNT(DISTINCT V.IBAN_BENEF), SUM(V.MONTANT)
              FROM API8.VIREXT V
              WHERE V.DATE_CREATION > CURRENT DATE - 7 DAYS
                AND EXISTS
                    (SELECT 1
                     FROM API8.BENEFICIAIRE B
                     WHERE B.ID_CLIENT = V.ID_CLIENT
                       AND B.IBAN_BENEF = V.IBAN_BENEF
                       AND B.DATE_AJOUT > CURRENT DATE - 30 DAYS)
              GROUP BY V.ID_CLIENT
              HAVING COUNT(DISTINCT V.IBAN_BENEF)
                     >= :WS-SEUIL-NB-BENEF
              ORDER BY V.ID_CLIENT
           END-EXEC.

           EXEC SQL
              OPEN CNOUVBENEF
           END-EXEC.

           PERFORM 5700-TRAITER-NOUV-BENEF
              THRU 5700-TRAITER-NOUV-BENEF-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CNOUVBENEF
           END-EXEC.

       5600-SCAN-NOUV-BENEF-EXIT.
           EXIT.

       5700-TRAITER-NOUV-BENEF.
           EXEC SQL
              FETCH CNOUVBENEF
              INTO :WS-DOSS-CLIENT, :WS-DOSS-COMPTE,
                   :WS-NB-OCCURRENCES, :WS-MONTANT-SCENARIO
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'NOUV-BENEF' TO WS-DOSS-SCENARIO
              MOVE WS-MONTANT-SCENARIO TO WS-DOSS-MONTANT
              MOVE WS-NB-OCCURRENCES TO WS-NB-OCC-EDIT
              MOVE SPACES TO WS-DOSS-DESCRIPTION
              STRING 'VIREMENTS VERS ' DELIMITED BY SIZE
                     WS-NB-OCC-EDIT DELIMITED BY SIZE
                     ' NOUVEAUX BENEFICIAIRES EN 7 JOURS'
                        DELIMITED BY SIZE
                 INTO WS-DOSS-DESCRIPTION
              PERFORM 7000-OUVRIR-DOSSIER
                 THRU 7000-OUVRIR-DOSSIER-EXIT
              IF WS-NB-DOSSIERS-EXIST = 0
                 ADD 1 TO WS-NB-DOSS-NOUV-BENEF
              END-IF
              MOVE 0 TO SQLCODE
           END-IF.

       5700-TRAITER-NOUV-BENEF-EXIT.
           EXIT.

      *    Ouverture du dossier LCB-FT : pas de second dossier du
      *    meme scenario pour le client tant que le precedent est
      *    ouvert ou recent ; la detection est aussi reprise au
      *    fichier d'alertes
       7000-OUVRIR-DOSSIER.
           MOVE 0 TO WS-NB-DOSSIERS-EXIST.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-DOSSIERS-EXIST
              FROM API8.DOSSIERLCB
              WHERE ID_CLIENT = :WS-DOSS-CLIENT
                AND SCENARIO = :WS-DOSS-SCENARIO
                AND (STATUT_DOSSIER IN ('O', 'E')
                     OR DATE_OUVERTURE > CURRENT DATE
                                         - :WS-DELAI-DOSSIER DAYS)
           END-EXEC.

           IF WS-NB-DOSSIERS-EXIST NOT = 0
              GO TO 7000-OUVRIR-DOSSIER-EXIT
           END-IF.

      *    Meme idiome MAX(ID)+1 que les autres cles generees
           EXEC SQL
              SELECT MAX(ID_DOSSIER)
              INTO :WS-ID-DOSSIER :WS-NULL-INDICATOR
              FROM API8.DOSSIERLCB
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-DOSSIER
           ELSE
              ADD 1 TO WS-ID-DOSSIER
           END-IF.

           EXEC SQL
              INSERT INTO API8.DOSSIERLCB
                 (ID_DOSSIER, ID_CLIENT, ID_COMPTE, SCENARIO,
                  DESCRIPTION, MONTANT, DATE_OUVERTURE,
                  STATUT_DOSSIER, DECLARE)
              VALUES
                 (:WS-ID-DOSSIER, :WS-DOSS-CLIENT, :WS-DOSS-COMPTE,
                  :WS-DOSS-SCENARIO, :WS-DOSS-DESCRIPTION,
                  :WS-DOSS-MONTANT, CURRENT DATE, 'O', 'N')
           END-EXEC.

           MOVE WS-DOSS-COMPTE TO WS-ID-COMPTE-EDIT.
           MOVE WS-ID-DOSSIER TO WS-ID-OPERATION-EDIT.
           MOVE WS-DOSS-MONTANT TO WS-MONTANT-OP-EDIT.
           MOVE SPACES TO BUF-LIGNE-ALERTE.
           STRING 'LCB ' DELIMITED BY SIZE
                  WS-DOSS-SCENARIO DELIMITED BY SIZE
                  ' COMPTE=' DELIMITED BY SIZE
                  WS-ID-COMPTE-EDIT DELIMITED BY SIZE
                  ' DOSSIER=' DELIMITED BY SIZE
                  WS-ID-OPERATION-EDIT DELIMITED BY SIZE
                  ' MONTANT=' DELIMITED BY SIZE
                  WS-MONTANT-OP-EDIT DELIMITED BY SIZE
              INTO BUF-LIGNE-ALERTE.
           PERFORM 6300-WRITE-ALERTE
              THRU 6300-WRITE-ALERTE-EXIT.
           ADD 1 TO WS-NB-DOSS-OUVERTS.

       7000-OUVRIR-DOSSIER-EXIT.
           EXIT.

       6100-OPEN-EXTJ.
           OPEN INPUT FEXTJOUR.
           IF FS-FEXTJOUR NOT = '00'
               DISPLAY 'ERROR OPENING FEXTJOUR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FEXTJOUR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE SPACES TO BUF-LIGNE-EXTJ.
           READ FEXTJOUR
              AT END MOVE SPACES TO BUF-LIGNE-EXTJ
           END-READ.
           IF BUF-LIGNE-EXTJ(1:2) NOT = '01'
              OR BUF-LIGNE-EXTJ(3:8) NOT = 'FEXTJOUR'
               DISPLAY 'FEXTJOUR SANS ENTETE 01 - EXTRACTION '
                  'API8EXTJ NON PASSEE'
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    La journee traitee est celle que l'extraction a choisie
           MOVE BUF-LIGNE-EXTJ(27:8) TO WS-DATE-COMPTABLE.

           PERFORM 6110-READ-EXTJ
              THRU 6110-READ-EXTJ-EXIT.

       6100-OPEN-EXTJ-EXIT.
           EXIT.

       6110-READ-EXTJ.
           READ FEXTJOUR
              AT END SET FIN-EXTJ TO TRUE
           END-READ.
           IF FS-FEXTJOUR NOT = '00' AND FS-FEXTJOUR NOT = '10'
               DISPLAY 'ERROR READING FEXTJOUR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FEXTJOUR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Le pied '09' termine logiquement le fichier
           IF NOT FIN-EXTJ
              IF BUF-EXJ-CODE = '09'
                 MOVE 'Y' TO WS-EXJ-PIED-VU
                 MOVE BUF-LIGNE-EXTJ(3:9) TO WS-EXJ-NB-ANNONCE
                 MOVE BUF-LIGNE-EXTJ(12:13) TO WS-EXJ-TOTAL-ANNONCE
                 SET FIN-EXTJ TO TRUE
              ELSE
                 ADD 1 TO WS-EXJ-NB-LUS
                 ADD BUF-EXJ-MONTANT-OP TO WS-EXJ-TOTAL-LU
              END-IF
           END-IF.

       6110-READ-EXTJ-EXIT.
           EXIT.

       6120-CLOSE-EXTJ.
      *    Lecture menee jusqu'au pied, puis rapprochement du nombre
      *    de lignes et du total de controle : un fichier tronque ne
      *    passe pas pour la journee complete
           PERFORM 6110-READ-EXTJ
              THRU 6110-READ-EXTJ-EXIT
              UNTIL FIN-EXTJ.

           CLOSE FEXTJOUR.

           COMPUTE WS-EXJ-TOTAL-ENT = WS-EXJ-TOTAL-LU * 100.
           IF WS-EXJ-PIED-VU NOT = 'Y'
              OR WS-EXJ-NB-ANNONCE NOT = WS-EXJ-NB-LUS
              OR WS-EXJ-TOTAL-ANNONCE NOT = WS-EXJ-TOTAL-ENT
               DISPLAY 'FEXTJOUR TRONQUE OU INCOHERENT AVEC SON PIED'
               DISPLAY 'LIGNES ANNONCEES : ' WS-EXJ-NB-ANNONCE
                  ' LUES : ' WS-EXJ-NB-LUS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6120-CLOSE-EXTJ-EXIT.
           EXIT.

       6000-OPEN-ALERTE.
           OPEN OUTPUT FALERTE.
           IF FS-FALERTE NOT = '00'
                                              WS-NB-ALERTES-VELOCITE
            DISPLAY '*   RENVOIS REFUSES      : '
                                              WS-NB-RENVOIS-REFUSES
            DISPLAY '*   DOSSIERS LCB OUVERTS : ' WS-NB-DOSS-OUVERTS
            DISPLAY '*     FRACTIONNEMENT     : ' WS-NB-DOSS-FRACTION
            DISPLAY '*     ALLER-RETOUR       : '
                                              WS-NB-DOSS-ALLER-RETOUR
            DISPLAY '*     REVEIL DORMANT     : ' WS-NB-DOSS-DORMANT
            DISPLAY '*     NOUV. BENEFICIAIRES: '
                                              WS-NB-DOSS-NOUV-BENEF
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
