       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8BUDG.
      *===============================================================
      *    ECRAN DE BUDGET MENSUEL DU CLIENT PAR CATEGORIE DE DEPENSE
      *    Transaction SN44, accessible depuis le menu client (choix
      *    'U') : totalise les debits non annules de tous les
      *    comptes du client par categorie de depense (API8.CATEGOPE,
      *    posee par API8CATB ou choisie par le client sur API8DETL)
      *    pour le mois en cours, en regard des trois mois
      *    precedents. Une operation pas encore categorisee (posee
      *    depuis le dernier passage de nuit) compte en 'DIVE'.
      *    Les categories sont classees par montant du mois
      *    decroissant ; au-dela de dix, les suivantes sont
      *    cumulees sur une ligne AUTRES CATEGORIES. La derniere
      *    ligne donne le total des depenses de chaque mois.
      *    Le meme resume est edite en section du releve mensuel
      *    (API8RELV), compte par compte.
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

           EXEC SQL
              INCLUDE CLIENT
           END-EXEC.

       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X    VALUE 'Y'.
               88 VALID-DATA                        VALUE 'Y'.
      *

        01  FLAGS.
      *
           05  SEND-FLAG                   PIC X.
               88  SEND-ERASE                       VALUE '1'.
               88  SEND-DATAONLY                    VALUE '2'.
               88  SEND-DATAONLY-ALARM              VALUE '3'.

       01  WS-XCTL-PROGRAM-SW              PIC X VALUE 'N'.
           88 XCTL-PROGRAM                       VALUE 'Y'.

       COPY DFHAID.
       COPY APNSE41.

       01  WS-COMMUNICATION-AREA  PIC S9(9) COMP.

      *    Mois affiches : 1 = mois en cours, 2 a 4 = les trois
      *    mois precedents
       01  WS-DATE-JOUR           PIC X(8).
       01  WS-AAAA-CALC           PIC 9(4).
       01  WS-MM-CALC             PIC 9(2).
       01  WS-TAB-MOIS.
           05  WS-MOIS OCCURS 4 TIMES.
               10  WS-MOIS-DEB.
                   15  WS-MOIS-AAAA   PIC 9(4).
                   15  WS-MOIS-MM     PIC 9(2).
                   15  FILLER         PIC X(2).
               10  WS-MOIS-FIN        PIC X(8).
       01  I-MOIS                 PIC S9(3) COMP-3.

      *    Bornes passees au curseur
       01  WS-DEB-M0              PIC X(8).
       01  WS-FIN-M0              PIC X(8).
       01  WS-DEB-M1              PIC X(8).
       01  WS-FIN-M1              PIC X(8).
       01  WS-DEB-M2              PIC X(8).
       01  WS-FIN-M2              PIC X(8).
       01  WS-DEB-M3              PIC X(8).
       01  WS-FIN-M3              PIC X(8).

      *    Cumuls par categorie, dix lignes a l'ecran
       01  WS-NB-CATEGORIES       PIC S9(3) COMP-3 VALUE 0.
       01  WS-TAB-BUDGET.
           05  WS-BUD OCCURS 10 TIMES.
               10  WS-BUD-LIBELLE     PIC X(20).
               10  WS-BUD-MONTANT     PIC S9(9)V99 COMP-3
                                      OCCURS 4 TIMES.
       01  WS-TOTAL-MOIS          PIC S9(9)V99 COMP-3
                                  OCCURS 4 TIMES.
       01  WS-AUTRES-SW           PIC X(1) VALUE 'N'.
           88  AUTRES-CUMULEES              VALUE 'Y'.
       01  I-BUD                  PIC S9(3) COMP-3.
       01  I-LIGNE                PIC S9(3) COMP-3.

      *    Ligne ramenee par le curseur
       01  WS-CODE-CATEGORIE      PIC X(4).
       01  WS-LIB-CATEGORIE       PIC X(20).
       01  WS-MONTANT-M0          PIC S9(9)V99 COMP-3.
       01  WS-MONTANT-M1          PIC S9(9)V99 COMP-3.
       01  WS-MONTANT-M2          PIC S9(9)V99 COMP-3.
       01  WS-MONTANT-M3          PIC S9(9)V99 COMP-3.

       01  WS-MONTANT-EDIT-1      PIC -(6)9,99.
       01  WS-MONTANT-EDIT-2      PIC -(6)9,99.
       01  WS-MONTANT-EDIT-3      PIC -(6)9,99.
       01  WS-MONTANT-EDIT-4      PIC -(6)9,99.
       01  WS-LIGNE-BUDGET        PIC X(70).

      *    Zone d'appel du controle d'inactivite API8STMO
       01  STMO-ZONE.
           05  STMO-TERMINAL      PIC X(4).
           05  STMO-ACTION        PIC X(1).
           05  STMO-UTILISATEUR   PIC X(8).
           05  STMO-CODE-RETOUR   PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DFHCOM-ID-CLIENT PIC S9(9) COMP.

       PROCEDURE DIVISION.


       0000-MAIN-PROCEDURE.

      *    Inactivite : meme controle que le reste de la famille SN
           MOVE EIBTRMID TO STMO-TERMINAL.
           MOVE 'CLIENT  ' TO STMO-UTILISATEUR.
           IF EIBCALEN = ZERO
              MOVE 'R' TO STMO-ACTION
           ELSE
              MOVE 'C' TO STMO-ACTION
           END-IF.
           CALL 'API8STMO' USING STMO-ZONE.
           IF STMO-CODE-RETOUR = '1'
              MOVE LOW-VALUES TO BUDG1I
              MOVE LOW-VALUES TO BUDG1O
              MOVE 'SESSION EXPIREE - RECONNECTEZ-VOUS' TO MESBUDGO
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-BUDG
              EXEC CICS RETURN TRANSID('SN01')
              END-EXEC
           END-IF.

           IF EIBCALEN > ZERO
               MOVE DFHCOM-ID-CLIENT TO WS-COMMUNICATION-AREA
           END-IF.

           EVALUATE TRUE
              WHEN EIBCALEN = ZERO OR 4
                 MOVE LOW-VALUES TO BUDG1I
                 MOVE LOW-VALUES TO BUDG1O
                 PERFORM 1150-GET-CLIENT-PRENOM
                 PERFORM 2000-CONSTRUIRE-BUDGET
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-BUDG

              WHEN EIBAID = DFHCLEAR
                 MOVE LOW-VALUES TO BUDG1I
                 MOVE LOW-VALUES TO BUDG1O
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-BUDG

              WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE

              WHEN EIBAID = DFHPF3 OR DFHPF12
                   SET XCTL-PROGRAM TO TRUE

              WHEN EIBAID = DFHENTER
                 MOVE LOW-VALUES TO BUDG1O
                 PERFORM 2000-CONSTRUIRE-BUDGET
                 SET SEND-DATAONLY TO TRUE
                 PERFORM 1400-SEND-ECRAN-BUDG

              WHEN OTHER
                 MOVE 'TOUCHE INVALIDE' TO MESBUDGO
                 SET SEND-DATAONLY-ALARM TO TRUE
                 PERFORM 1400-SEND-ECRAN-BUDG

           END-EVALUATE.

           IF NOT XCTL-PROGRAM
               EXEC CICS RETURN TRANSID('SN44')
                    COMMAREA(WS-COMMUNICATION-AREA)
                    LENGTH(10)
               END-EXEC
           ELSE
               EXEC CICS XCTL PROGRAM('API8BM1P')
                    COMMAREA(WS-COMMUNICATION-AREA)
                    LENGTH(LENGTH OF WS-COMMUNICATION-AREA)
               END-EXEC
           END-IF.

       1150-GET-CLIENT-PRENOM.
           MOVE WS-COMMUNICATION-AREA TO WS-ID-CLIENT OF DCLCLIENT.
           EXEC SQL
              SELECT PRENOM_CLIENT
              INTO :WS-PRENOM-CLIENT
              FROM API8.CLIENT
              WHERE ID_CLIENT = :DCLCLIENT.WS-ID-CLIENT
           END-EXEC
           IF SQLCODE = 0
              MOVE WS-PRENOM-CLIENT TO NCPTEO
           ELSE
              MOVE 'CLIENT INCONNU' TO NCPTEO
           END-IF.

       2000-CONSTRUIRE-BUDGET.
           PERFORM 2050-CALCULER-MOIS.

           MOVE 0 TO WS-NB-CATEGORIES.
           MOVE 'N' TO WS-AUTRES-SW.
           MOVE 0 TO WS-TOTAL-MOIS (1).
           MOVE 0 TO WS-TOTAL-MOIS (2).
           MOVE 0 TO WS-TOTAL-MOIS (3).
           MOVE 0 TO WS-TOTAL-MOIS (4).

      *    Debits de tous les comptes du client ; une operation sans
      *    categorie encore posee compte en divers
           EXEC SQL
              DECLARE CBUDGET CURSOR FOR
              SELECT VALUE(G.CODE_CATEGORIE, 'DIVE'),
                     SUM(CASE WHEN O.DATE_OP >= :WS-DEB-M0
                         THEN O.MONTANT_OP ELSE 0 END),
                     SUM(CASE WHEN O.DATE_OP BETWEEN :WS-DEB-M1
                                            AND :WS-FIN-M1
                         THEN O.MONTANT_OP ELSE 0 END),
                     SUM(CASE WHEN O.DATE_OP BETWEEN :WS-DEB-M2
                                            AND :WS-FIN-M2
                         THEN O.MONTANT_OP ELSE 0 END),
                     SUM(CASE WHEN O.DATE_OP BETWEEN :WS-DEB-M3
                                            AND :WS-FIN-M3
                         THEN O.MONTANT_OP ELSE 0 END)
              FROM API8.OPERATION O
              LEFT OUTER JOIN API8.CATEGOPE G
                ON G.ID_OPERATION = O.ID_OPERATION
              WHERE O.ID_COMPTE IN
                    (SELECT C.ID_COMPTE FROM API8.COMPTE C
                     WHERE C.ID_CLIENT = :WS-COMMUNICATION-AREA)
                AND O.TYPE_OP IN ('R', 'S', 'F', 'P', 'M', 'C')
                AND O.ANNULE NOT = 'Y'
                AND O.DATE_OP BETWEEN :WS-DEB-M3
                                  AND :WS-FIN-M0
              GROUP BY VALUE(G.CODE_CATEGORIE, 'DIVE')
              ORDER BY 2 DESC, 1
           END-EXEC.

           EXEC SQL
              OPEN CBUDGET
           END-EXEC.

           PERFORM 2100-UNE-CATEGORIE
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CBUDGET
           END-EXEC.
           MOVE 0 TO SQLCODE.

           PERFORM 3000-AFFICHER-BUDGET.

       2050-CALCULER-MOIS.
      *    Bornes AAAAMM01 - AAAAMM31 comme la periode du releve
      *    mensuel ; le mois recule d'un cran par ligne de la table
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE WS-DATE-JOUR (1:4) TO WS-AAAA-CALC.
           MOVE WS-DATE-JOUR (5:2) TO WS-MM-CALC.

           PERFORM 2060-UN-MOIS
              VARYING I-MOIS FROM 1 BY 1 UNTIL I-MOIS > 4.

           MOVE WS-MOIS-DEB (1) TO WS-DEB-M0.
           MOVE WS-MOIS-FIN (1) TO WS-FIN-M0.
           MOVE WS-MOIS-DEB (2) TO WS-DEB-M1.
           MOVE WS-MOIS-FIN (2) TO WS-FIN-M1.
           MOVE WS-MOIS-DEB (3) TO WS-DEB-M2.
           MOVE WS-MOIS-FIN (3) TO WS-FIN-M2.
           MOVE WS-MOIS-DEB (4) TO WS-DEB-M3.
           MOVE WS-MOIS-FIN (4) TO WS-FIN-M3.

       2060-UN-MOIS.
           MOVE WS-AAAA-CALC TO WS-MOIS-AAAA (I-MOIS).
           MOVE WS-MM-CALC TO WS-MOIS-MM (I-MOIS).
           MOVE '01' TO WS-MOIS-DEB (I-MOIS) (7:2).
           MOVE WS-MOIS-DEB (I-MOIS) TO WS-MOIS-FIN (I-MOIS).
           MOVE '31' TO WS-MOIS-FIN (I-MOIS) (7:2).

           IF WS-MM-CALC = 1
              MOVE 12 TO WS-MM-CALC
              SUBTRACT 1 FROM WS-AAAA-CALC
           ELSE
              SUBTRACT 1 FROM WS-MM-CALC
           END-IF.

       2100-UNE-CATEGORIE.
           EXEC SQL
              FETCH CBUDGET
              INTO :WS-CODE-CATEGORIE, :WS-MONTANT-M0,
                   :WS-MONTANT-M1, :WS-MONTANT-M2, :WS-MONTANT-M3
           END-EXEC.

           IF SQLCODE = 0
              ADD WS-MONTANT-M0 TO WS-TOTAL-MOIS (1)
              ADD WS-MONTANT-M1 TO WS-TOTAL-MOIS (2)
              ADD WS-MONTANT-M2 TO WS-TOTAL-MOIS (3)
              ADD WS-MONTANT-M3 TO WS-TOTAL-MOIS (4)
              IF WS-NB-CATEGORIES < 10
                 ADD 1 TO WS-NB-CATEGORIES
                 MOVE WS-NB-CATEGORIES TO I-BUD
                 PERFORM 2150-LIRE-LIBELLE
                 MOVE WS-LIB-CATEGORIE TO WS-BUD-LIBELLE (I-BUD)
                 MOVE WS-MONTANT-M0 TO WS-BUD-MONTANT (I-BUD, 1)
                 MOVE WS-MONTANT-M1 TO WS-BUD-MONTANT (I-BUD, 2)
                 MOVE WS-MONTANT-M2 TO WS-BUD-MONTANT (I-BUD, 3)
                 MOVE WS-MONTANT-M3 TO WS-BUD-MONTANT (I-BUD, 4)
              ELSE
      *          Onzieme categorie et suivantes : cumulees avec la
      *          dixieme sur une ligne AUTRES CATEGORIES
                 MOVE 10 TO I-BUD
                 MOVE 'Y' TO WS-AUTRES-SW
                 MOVE 'AUTRES CATEGORIES' TO WS-BUD-LIBELLE (I-BUD)
                 ADD WS-MONTANT-M0 TO WS-BUD-MONTANT (I-BUD, 1)
                 ADD WS-MONTANT-M1 TO WS-BUD-MONTANT (I-BUD, 2)
                 ADD WS-MONTANT-M2 TO WS-BUD-MONTANT (I-BUD, 3)
                 ADD WS-MONTANT-M3 TO WS-BUD-MONTANT (I-BUD, 4)
              END-IF
           END-IF.

       2150-LIRE-LIBELLE.
           MOVE SPACES TO WS-LIB-CATEGORIE.
           EXEC SQL
              SELECT LIBELLE_CATEGORIE
              INTO :WS-LIB-CATEGORIE
              FROM API8.CATEGORIE
              WHERE CODE_CATEGORIE = :WS-CODE-CATEGORIE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE WS-CODE-CATEGORIE TO WS-LIB-CATEGORIE
              MOVE 0 TO SQLCODE
           END-IF.

       3000-AFFICHER-BUDGET.
           MOVE SPACES TO WS-LIGNE-BUDGET.
           STRING 'CATEGORIE            '
              '   ' WS-MOIS-DEB (1) (5:2) '/' WS-MOIS-DEB (1) (1:4)
              '    ' WS-MOIS-DEB (2) (5:2) '/' WS-MOIS-DEB (2) (1:4)
              '    ' WS-MOIS-DEB (3) (5:2) '/' WS-MOIS-DEB (3) (1:4)
              '    ' WS-MOIS-DEB (4) (5:2) '/' WS-MOIS-DEB (4) (1:4)
              DELIMITED BY SIZE INTO WS-LIGNE-BUDGET.
           MOVE WS-LIGNE-BUDGET TO LBUDG01O.

           MOVE 1 TO I-LIGNE.
           PERFORM 3100-AFFICHER-CATEGORIE
              VARYING I-BUD FROM 1 BY 1
              UNTIL I-BUD > WS-NB-CATEGORIES.

           MOVE WS-TOTAL-MOIS (1) TO WS-MONTANT-EDIT-1.
           MOVE WS-TOTAL-MOIS (2) TO WS-MONTANT-EDIT-2.
           MOVE WS-TOTAL-MOIS (3) TO WS-MONTANT-EDIT-3.
           MOVE WS-TOTAL-MOIS (4) TO WS-MONTANT-EDIT-4.
           MOVE SPACES TO WS-LIGNE-BUDGET.
           STRING 'TOTAL DES DEPENSES   '
              WS-MONTANT-EDIT-1 ' ' WS-MONTANT-EDIT-2 ' '
              WS-MONTANT-EDIT-3 ' ' WS-MONTANT-EDIT-4
              DELIMITED BY SIZE INTO WS-LIGNE-BUDGET.
           MOVE WS-LIGNE-BUDGET TO LBUDG12O.

           EVALUATE TRUE
              WHEN WS-NB-CATEGORIES = 0
                 MOVE 'AUCUNE DEPENSE SUR LES QUATRE DERNIERS MOIS'
                    TO MESBUDGO
              WHEN AUTRES-CUMULEES
                 MOVE 'BUDGET DU MOIS - PETITES CATEGORIES CUMULEES'
                    TO MESBUDGO
              WHEN OTHER
                 MOVE 'BUDGET DU MOIS PAR CATEGORIE DE DEPENSE'
                    TO MESBUDGO
           END-EVALUATE.

       3100-AFFICHER-CATEGORIE.
           ADD 1 TO I-LIGNE.

           MOVE WS-BUD-MONTANT (I-BUD, 1) TO WS-MONTANT-EDIT-1.
           MOVE WS-BUD-MONTANT (I-BUD, 2) TO WS-MONTANT-EDIT-2.
           MOVE WS-BUD-MONTANT (I-BUD, 3) TO WS-MONTANT-EDIT-3.
           MOVE WS-BUD-MONTANT (I-BUD, 4) TO WS-MONTANT-EDIT-4.
           MOVE SPACES TO WS-LIGNE-BUDGET.
           STRING WS-BUD-LIBELLE (I-BUD) ' '
              WS-MONTANT-EDIT-1 ' ' WS-MONTANT-EDIT-2 ' '
              WS-MONTANT-EDIT-3 ' ' WS-MONTANT-EDIT-4
              DELIMITED BY SIZE INTO WS-LIGNE-BUDGET.

           EVALUATE I-LIGNE
              WHEN 2
                 MOVE WS-LIGNE-BUDGET TO LBUDG02O
              WHEN 3
                 MOVE WS-LIGNE-BUDGET TO LBUDG03O
              WHEN 4
                 MOVE WS-LIGNE-BUDGET TO LBUDG04O
              WHEN 5
                 MOVE WS-LIGNE-BUDGET TO LBUDG05O
              WHEN 6
                 MOVE WS-LIGNE-BUDGET TO LBUDG06O
              WHEN 7
                 MOVE WS-LIGNE-BUDGET TO LBUDG07O
              WHEN 8
                 MOVE WS-LIGNE-BUDGET TO LBUDG08O
              WHEN 9
                 MOVE WS-LIGNE-BUDGET TO LBUDG09O
              WHEN 10
                 MOVE WS-LIGNE-BUDGET TO LBUDG10O
              WHEN 11
                 MOVE WS-LIGNE-BUDGET TO LBUDG11O
           END-EVALUATE.

       1400-SEND-ECRAN-BUDG.
           EVALUATE TRUE
              WHEN SEND-ERASE
                 EXEC CICS SEND MAP ('BUDG1')
                      MAPSET ('APNSE41')
                      FROM(BUDG1O)
                      ERASE
                 END-EXEC
              WHEN SEND-DATAONLY
                 EXEC CICS SEND MAP ('BUDG1')
                      MAPSET ('APNSE41')
                      FROM(BUDG1O)
                      DATAONLY
                 END-EXEC
              WHEN SEND-DATAONLY-ALARM
                 EXEC CICS SEND MAP ('BUDG1')
                      MAPSET ('APNSE41')
                      FROM(BUDG1O)
                      DATAONLY
                 END-EXEC
           END-EVALUATE.
