       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CORB.
      *===============================================================
      *    CORBEILLE UNIFIEE DU BACK-OFFICE
      *    Transaction SN41, fonction 'Q' d'API8SIGN : le back-office
      *    faisait chaque matin le tour de sept endroits differents
      *    et des elements passaient entre les mailles. Cet ecran
      *    liste en un seul endroit tout element ouvert des files :
      *       RECL  reclamations ouvertes ou en cours (API8RECL)
      *       RVAL  operations renvoyees en attente (API8RVAL)
      *       SAND  revues sanctions en attente (batch API8SAND)
      *       VOPL  virements retenus sur ecart de nom du
      *             beneficiaire (batch API8VOPL)
      *       SUSP  credits recus en suspens non regularises
      *             (API8.VIRSUSP, rapport API8VRIN)
      *       VALB  demandes batch quatre yeux (API8VALB)
      *       PARM  modifications de parametre en attente (API8PARM)
      *    avec la file, l'anciennete en jours, le montant et
      *    l'operateur affecte (API8.AFFECTATION) ; un '*' en fin de
      *    ligne signale un element hors delai de service (parametres
      *    SLA_xxxx en jours sur API8.PARAMETRE, memes replis que le
      *    rapport d'anciennete API8CORA).
      *    Filtres : file, tranche d'anciennete (A 0-2 jours, B 3-7,
      *    C 8-30, D plus de 30, H hors delai) et operateur affecte.
      *    Actions sur un element (file + numero) :
      *       'S'  ouvrir la transaction de traitement de la file
      *            (habilitation supervision, comme au menu API8SIGN) ;
      *            les files traitees en batch rappellent la procedure
      *       'A'  affecter a un operateur actif, ou desaffecter si
      *            l'operateur est laisse a blanc - reserve a
      *            l'habilitation supervision, trace sur API8.AUDITLOG
      *    Resultats pagines (PF8 suivante, PF7 precedente), acces
      *    protege par le jeton de session API8SIGN.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
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
       COPY APNSE38.

      *    Session operateur : l'acces exige le jeton
      *    pose par API8SIGN ('SIGN' a l'arrivee, 'CONT' ensuite) ;
      *    la page courante et les filtres voyagent aussi dans la
      *    commarea pour le changement de page
       01  WS-COMM-PROTEGE.
           05  WS-PROT-OPERATEUR   PIC X(8).
           05  WS-PROT-JETON       PIC X(4).
           05  WS-PROT-PAGE        PIC S9(4) COMP.
           05  WS-PROT-FILE        PIC X(4).
           05  WS-PROT-TRANCHE     PIC X(1).
           05  WS-PROT-OPER-FILTRE PIC X(8).

      *    Commarea de depart vers les transactions de traitement
       01  WS-COMM-FONCTION.
           05  WS-FCT-OPERATEUR    PIC X(8).
           05  WS-FCT-JETON        PIC X(4).

       01  WS-ID-OPERATEUR        PIC X(8).
       01  WS-ACTIF-OPER          PIC X(1).
       01  WS-ROLE-SUPERV         PIC X(1).

      *    Filtres resolus
       01  WS-FILTRE-FILE         PIC X(4).
       01  WS-FILTRE-TRANCHE      PIC X(1).
       01  WS-FILTRE-OPER         PIC X(8).
       01  WS-AGE-MIN             PIC S9(9) COMP.
       01  WS-AGE-MAX             PIC S9(9) COMP.
       01  WS-FILTRE-HORS-SLA     PIC X(1).

      *    Delais de service par file, en jours ; la VALUE reste le
      *    repli si API8.PARAMETRE n'a pas de ligne SLA_xxxx
       01  WS-SLA-RECL            PIC S9(4) COMP VALUE 5.
       01  WS-SLA-RVAL            PIC S9(4) COMP VALUE 1.
       01  WS-SLA-SAND            PIC S9(4) COMP VALUE 2.
       01  WS-SLA-VOPL            PIC S9(4) COMP VALUE 2.
       01  WS-SLA-SUSP            PIC S9(4) COMP VALUE 3.
       01  WS-SLA-VALB            PIC S9(4) COMP VALUE 1.
       01  WS-SLA-PARM            PIC S9(4) COMP VALUE 2.
       01  WS-SLA-PARAM           PIC S9(4) COMP.
       01  WS-SLA-CUR             PIC S9(4) COMP.

      *    Pagination : meme mecanique de saut de lignes
      *    qu'API8OPSR 2000-CHARGER-PAGE
       01  WS-PAGE-NUMBER         PIC S9(4) COMP VALUE 1.
       01  WS-PAGE-OFFSET         PIC S9(4) COMP VALUE 0.
       01  WS-MAX-PER-PAGE        PIC S9(4) COMP VALUE 8.
       01  WS-NB-SAUTEES          PIC S9(4) COMP.
       01  WS-NB-AFFICHEES        PIC S9(4) COMP.
       01  WS-PAGE-DISPLAY        PIC 9(3).

      *    Element en cours
       01  WS-FILE-CUR            PIC X(4).
       01  WS-ID-ELEMENT-CUR      PIC S9(9) COMP.
       01  WS-DATE-REF-CUR        PIC X(10).
       01  WS-MONTANT-CUR         PIC S9(11)V99 COMP-3.
       01  WS-AGE-CUR             PIC S9(9) COMP.
       01  WS-OPER-AFFECTE-CUR    PIC X(8).

       01  WS-ID-ELEM-EDIT        PIC 9(9).
       01  WS-AGE-EDIT            PIC ZZZ9.
       01  WS-MONTANT-EDIT        PIC ZZZZZZZ9.99.
       01  WS-MARQUE-SLA          PIC X(1).
       01  WS-LIGNE-RESULTAT      PIC X(70).

      *    Element selectionne pour action
       01  WS-FILE-SEL            PIC X(4).
       01  WS-ID-ELEMENT-SEL      PIC S9(9) COMP.
       01  WS-SEL-ALPHA           PIC X(9).
       01  WS-SEL-NUM             PIC 9(9).
       01  WS-OPER-CIBLE          PIC X(8).
       01  WS-ACTIF-CIBLE         PIC X(1).
       01  WS-NB-OUVERTS          PIC S9(9) COMP.

      *    Piste d'audit operateur : meme convention qu'API8SIGN
       01  WS-ID-AUDIT-OPER       PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT     PIC X(30).
       01  WS-AUDIT-NULL-IND      PIC S9(4) COMP.


      *    Zone d'appel du controle d'inactivite API8STMO : la
      *    derniere activite du terminal est verifiee a chaque
      *    reentree, au-dela du delai la session est invalidee
       01  STMO-ZONE.
           05  STMO-TERMINAL      PIC X(4).
           05  STMO-ACTION        PIC X(1).
           05  STMO-UTILISATEUR   PIC X(8).
           05  STMO-CODE-RETOUR   PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DFHCOM-OPERATEUR    PIC X(8).
           05 DFHCOM-JETON        PIC X(4).
           05 DFHCOM-PAGE         PIC S9(4) COMP.
           05 DFHCOM-FILE         PIC X(4).
           05 DFHCOM-TRANCHE      PIC X(1).
           05 DFHCOM-OPER-FILTRE  PIC X(8).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           MOVE SPACES TO WS-COMM-PROTEGE.
           MOVE 1 TO WS-PAGE-NUMBER.
           IF EIBCALEN >= 12
              MOVE DFHCOM-OPERATEUR TO WS-PROT-OPERATEUR
              MOVE DFHCOM-JETON TO WS-PROT-JETON
           END-IF.
           IF EIBCALEN >= 27
              MOVE DFHCOM-PAGE TO WS-PAGE-NUMBER
              MOVE DFHCOM-FILE TO WS-PROT-FILE
              MOVE DFHCOM-TRANCHE TO WS-PROT-TRANCHE
              MOVE DFHCOM-OPER-FILTRE TO WS-PROT-OPER-FILTRE
           END-IF.
           IF WS-PAGE-NUMBER < 1
              MOVE 1 TO WS-PAGE-NUMBER
           END-IF.

      *    Transaction protegee : sans jeton de session API8SIGN,
      *    l'acces est refuse
           IF WS-PROT-JETON NOT = 'SIGN' AND WS-PROT-JETON NOT = 'CONT'
              MOVE LOW-VALUES TO CRBU1I
              MOVE LOW-VALUES TO CRBU1O
              MOVE 'ACCES REFUSE - PASSER PAR API8SIGN' TO MESCRBO
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-CORB
              EXEC CICS RETURN
              END-EXEC
           END-IF.

      *    Inactivite : au-dela du delai, la session tombe et
      *    l'utilisateur repasse par la connexion (API8STMO trace
      *    l'expiration sur API8.AUDITLOG)
           MOVE EIBTRMID TO STMO-TERMINAL.
           MOVE WS-PROT-OPERATEUR TO STMO-UTILISATEUR.
           IF WS-PROT-JETON = 'SIGN'
              MOVE 'R' TO STMO-ACTION
           ELSE
              MOVE 'C' TO STMO-ACTION
           END-IF.
           CALL 'API8STMO' USING STMO-ZONE.
           IF STMO-CODE-RETOUR = '1'
              MOVE LOW-VALUES TO CRBU1I
              MOVE LOW-VALUES TO CRBU1O
              MOVE 'SESSION EXPIREE - PASSER PAR API8SIGN' TO MESCRBO
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-CORB
              EXEC CICS RETURN
              END-EXEC
           END-IF.

           PERFORM 1200-CONTROLER-OPERATEUR.
           IF NOT VALID-DATA
              MOVE LOW-VALUES TO CRBU1O
              MOVE 'OPERATEUR INACTIF - PASSER PAR API8SIGN'
                 TO MESCRBO
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-CORB
              EXEC CICS RETURN
              END-EXEC
           END-IF.

           PERFORM 1300-LIRE-DELAIS-SLA.

           EVALUATE TRUE
              WHEN WS-PROT-JETON = 'SIGN'
      *          Arrivee : toute la corbeille, plus anciens d'abord
                 MOVE LOW-VALUES TO CRBU1I
                 MOVE LOW-VALUES TO CRBU1O
                 MOVE SPACES TO WS-PROT-FILE
                 MOVE SPACE TO WS-PROT-TRANCHE
                 MOVE SPACES TO WS-PROT-OPER-FILTRE
                 MOVE 1 TO WS-PAGE-NUMBER
                 PERFORM 1500-RESOUDRE-FILTRES
                 PERFORM 2000-CHARGER-PAGE
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-CORB

              WHEN EIBAID = DFHCLEAR
                 MOVE LOW-VALUES TO CRBU1I
                 MOVE LOW-VALUES TO CRBU1O
                 MOVE SPACES TO WS-PROT-FILE
                 MOVE SPACE TO WS-PROT-TRANCHE
                 MOVE SPACES TO WS-PROT-OPER-FILTRE
                 MOVE 1 TO WS-PAGE-NUMBER
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-CORB

              WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE

              WHEN EIBAID = DFHPF3 OR DFHPF12
                   SET XCTL-PROGRAM TO TRUE

              WHEN EIBAID = DFHPF7
                 PERFORM 1100-RECEIVE-ECRAN-CORB
                 IF WS-PAGE-NUMBER > 1
                    SUBTRACT 1 FROM WS-PAGE-NUMBER
                 END-IF
                 PERFORM 1000-LISTER

              WHEN EIBAID = DFHPF8
                 PERFORM 1100-RECEIVE-ECRAN-CORB
                 ADD 1 TO WS-PAGE-NUMBER
                 PERFORM 1000-LISTER

              WHEN EIBAID = DFHENTER
                 PERFORM 1100-RECEIVE-ECRAN-CORB
                 EVALUATE ACTCRBI
                    WHEN 'S'
                       PERFORM 3000-OUVRIR-ELEMENT
                    WHEN 'A'
                       PERFORM 4000-AFFECTER-ELEMENT
                    WHEN SPACE
                    WHEN LOW-VALUE
      *                Nouveaux filtres saisis : retour en page 1
                       MOVE FILCRBI TO WS-PROT-FILE
                       MOVE BNDCRBI TO WS-PROT-TRANCHE
                       MOVE OPFCRBI TO WS-PROT-OPER-FILTRE
                       MOVE 1 TO WS-PAGE-NUMBER
                       PERFORM 1000-LISTER
                    WHEN OTHER
                       MOVE 'ACTION S (OUVRIR) OU A (AFFECTER)'
                          TO MESCRBO
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1400-SEND-ECRAN-CORB
                 END-EVALUATE

              WHEN OTHER
                 PERFORM 1100-RECEIVE-ECRAN-CORB
                 MOVE 'TOUCHE INVALIDE' TO MESCRBO
                 SET SEND-DATAONLY-ALARM TO TRUE
                 PERFORM 1400-SEND-ECRAN-CORB

           END-EVALUATE.

           IF NOT XCTL-PROGRAM
               MOVE 'CONT' TO WS-PROT-JETON
               MOVE WS-PAGE-NUMBER TO WS-PROT-PAGE
               EXEC CICS RETURN TRANSID('SN41')
                    COMMAREA(WS-COMM-PROTEGE)
                    LENGTH(27)
               END-EXEC
           ELSE
               EXEC CICS XCTL PROGRAM('API8SIGN')
               END-EXEC
           END-IF.

       1100-RECEIVE-ECRAN-CORB.
           EXEC CICS RECEIVE MAP ('CRBU1')
                  MAPSET ('APNSE38')
                  INTO (CRBU1I)
           END-EXEC.

       1200-CONTROLER-OPERATEUR.
      *    L'identite vient de la session API8SIGN, jamais d'un
      *    champ d'ecran ; l'habilitation supervision est relue a
      *    chaque passage pour les actions qui l'exigent
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE WS-PROT-OPERATEUR TO WS-ID-OPERATEUR.
           MOVE SPACE TO WS-ACTIF-OPER.
           MOVE 'N' TO WS-ROLE-SUPERV.

           IF WS-PROT-OPERATEUR = SPACES
              MOVE 'N' TO VALID-DATA-SW
           ELSE
              EXEC SQL
                 SELECT ACTIF, ROLE_SUPERV
                 INTO :WS-ACTIF-OPER, :WS-ROLE-SUPERV
                 FROM API8.OPERATEUR
                 WHERE ID_OPERATEUR = :WS-ID-OPERATEUR
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-ACTIF-OPER NOT = 'Y'
                 MOVE 'N' TO VALID-DATA-SW
              END-IF
           END-IF.

       1300-LIRE-DELAIS-SLA.
      *    Delai de service de chaque file (jours) ; parametre absent
      *    ou illisible : la VALUE de repli s'applique
           EXEC SQL
              SELECT VALEUR_PARAM INTO :WS-SLA-PARAM
              FROM API8.PARAMETRE WHERE CODE_PARAM = 'SLA_RECL'
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-SLA-PARAM TO WS-SLA-RECL
           END-IF.
           EXEC SQL
              SELECT VALEUR_PARAM INTO :WS-SLA-PARAM
              FROM API8.PARAMETRE WHERE CODE_PARAM = 'SLA_RVAL'
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-SLA-PARAM TO WS-SLA-RVAL
           END-IF.
           EXEC SQL
              SELECT VALEUR_PARAM INTO :WS-SLA-PARAM
              FROM API8.PARAMETRE WHERE CODE_PARAM = 'SLA_SAND'
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-SLA-PARAM TO WS-SLA-SAND
           END-IF.
           EXEC SQL
              SELECT VALEUR_PARAM INTO :WS-SLA-PARAM
              FROM API8.PARAMETRE WHERE CODE_PARAM = 'SLA_VOPL'
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-SLA-PARAM TO WS-SLA-VOPL
           END-IF.
           EXEC SQL
              SELECT VALEUR_PARAM INTO :WS-SLA-PARAM
              FROM API8.PARAMETRE WHERE CODE_PARAM = 'SLA_SUSP'
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-SLA-PARAM TO WS-SLA-SUSP
           END-IF.
           EXEC SQL
              SELECT VALEUR_PARAM INTO :WS-SLA-PARAM
              FROM API8.PARAMETRE WHERE CODE_PARAM = 'SLA_VALB'
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-SLA-PARAM TO WS-SLA-VALB
           END-IF.
           EXEC SQL
              SELECT VALEUR_PARAM INTO :WS-SLA-PARAM
              FROM API8.PARAMETRE WHERE CODE_PARAM = 'SLA_PARM'
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-SLA-PARAM TO WS-SLA-PARM
           END-IF.

       1000-LISTER.
           PERFORM 1500-RESOUDRE-FILTRES.
           IF VALID-DATA
              PERFORM 2000-CHARGER-PAGE
              SET SEND-DATAONLY TO TRUE
           ELSE
              SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
           PERFORM 1400-SEND-ECRAN-CORB.

       1500-RESOUDRE-FILTRES.
      *    Filtres memorises dans la commarea ; blanc = sans filtre
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE 'N' TO WS-FILTRE-HORS-SLA.

           IF WS-PROT-FILE = LOW-VALUES
              MOVE SPACES TO WS-PROT-FILE
           END-IF.
           IF WS-PROT-TRANCHE = LOW-VALUE
              MOVE SPACE TO WS-PROT-TRANCHE
           END-IF.
           IF WS-PROT-OPER-FILTRE = LOW-VALUES
              MOVE SPACES TO WS-PROT-OPER-FILTRE
           END-IF.

           MOVE WS-PROT-FILE TO WS-FILTRE-FILE.
           MOVE WS-PROT-TRANCHE TO WS-FILTRE-TRANCHE.
           MOVE WS-PROT-OPER-FILTRE TO WS-FILTRE-OPER.

           IF WS-FILTRE-FILE NOT = SPACES
              AND WS-FILTRE-FILE NOT = 'RECL'
              AND WS-FILTRE-FILE NOT = 'RVAL'
              AND WS-FILTRE-FILE NOT = 'SAND'
              AND WS-FILTRE-FILE NOT = 'VOPL'
              AND WS-FILTRE-FILE NOT = 'SUSP'
              AND WS-FILTRE-FILE NOT = 'VALB'
              AND WS-FILTRE-FILE NOT = 'PARM'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'FILE RECL RVAL SAND VOPL SUSP VALB PARM OU BLANC'
                 TO MESCRBO
           END-IF.

           EVALUATE WS-FILTRE-TRANCHE
              WHEN SPACE
                 MOVE 0 TO WS-AGE-MIN
                 MOVE 999999 TO WS-AGE-MAX
              WHEN 'A'
                 MOVE 0 TO WS-AGE-MIN
                 MOVE 2 TO WS-AGE-MAX
              WHEN 'B'
                 MOVE 3 TO WS-AGE-MIN
                 MOVE 7 TO WS-AGE-MAX
              WHEN 'C'
                 MOVE 8 TO WS-AGE-MIN
                 MOVE 30 TO WS-AGE-MAX
              WHEN 'D'
                 MOVE 31 TO WS-AGE-MIN
                 MOVE 999999 TO WS-AGE-MAX
              WHEN 'H'
                 MOVE 0 TO WS-AGE-MIN
                 MOVE 999999 TO WS-AGE-MAX
                 MOVE 'Y' TO WS-FILTRE-HORS-SLA
              WHEN OTHER
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'TRANCHE A (0-2J) B (3-7) C (8-30) D (+30) H'
                    TO MESCRBO
           END-EVALUATE.

       2000-CHARGER-PAGE.
      *    Meme mecanique de saut de lignes qu'API8OPSR : le curseur
      *    repart du debut et saute les pages deja vues ; les plus
      *    anciens d'abord
           COMPUTE WS-PAGE-OFFSET =
              (WS-PAGE-NUMBER - 1) * WS-MAX-PER-PAGE.

           MOVE SPACES TO CLIG1O CLIG2O CLIG3O CLIG4O
                          CLIG5O CLIG6O CLIG7O CLIG8O.

           EXEC SQL
              DECLARE CCORBEIL CURSOR FOR
              SELECT Q.FILE_TRAV, Q.ID_ELEMENT, CHAR(Q.DATE_REF),
                     Q.MONTANT,
                     DAYS(CURRENT DATE) - DAYS(Q.DATE_REF),
                     VALUE(A.ID_OPERATEUR, ' ')
              FROM (SELECT 'RECL', R.ID_RECLAMATION,
                           R.DATE_OUVERTURE,
                           VALUE((SELECT O.MONTANT_OP
                                  FROM API8.OPERATION O
                                  WHERE O.ID_OPERATION =
                                        R.ID_OPERATION), 0)
                    FROM API8.RECLAMATION R
                    WHERE R.STATUT_RECL IN ('O', 'P')
                    UNION ALL
                    SELECT 'RVAL', T.ID_ATTENTE, T.DATE_DEMANDE,
                           T.MONTANT
                    FROM API8.OPATTENTE T
                    WHERE T.STATUT_ATT = 'A'
                    UNION ALL
                    SELECT 'SAND', V.ID_REVUE, V.DATE_HIT,
                           CASE WHEN V.TYPE_REVUE = 'V'
                                THEN VALUE((SELECT X.MONTANT
                                            FROM API8.VIREXT X
                                            WHERE X.ID_VIREXT =
                                                  V.CLE), 0)
                                ELSE 0 END
                    FROM API8.REVUESANCTION V
                    WHERE V.STATUT_REVUE = 'A'
                    UNION ALL
                    SELECT 'VOPL', E.ID_VIREXT, E.DATE_CREATION,
                           E.MONTANT
                    FROM API8.VIREXT E
                    WHERE E.EXPEDIE = 'N'
                      AND E.VERIF_BENEF IN ('C', 'N')
                    UNION ALL
                    SELECT 'SUSP', S.ID_SUSPENS, S.DATE_RECEPTION,
                           S.MONTANT
                    FROM API8.VIRSUSP S
                    WHERE S.REGULARISE = 'N'
                    UNION ALL
                    SELECT 'VALB', D.ID_DEMANDE, D.DATE_SAISIE, 0
                    FROM API8.DEMBATCH D
                    WHERE D.STATUT_DEM = 'A'
                    UNION ALL
                    SELECT 'PARM', M.ID_MODIF, M.DATE_SAISIE, 0
                    FROM API8.PARAMMOD M
                    WHERE M.STATUT_MOD = 'A')
                   AS Q (FILE_TRAV, ID_ELEMENT, DATE_REF, MONTANT)
                   LEFT OUTER JOIN API8.AFFECTATION A
                     ON A.FILE_TRAV = Q.FILE_TRAV
                    AND A.ID_ELEMENT = Q.ID_ELEMENT
              WHERE (Q.FILE_TRAV = :WS-FILTRE-FILE
                     OR :WS-FILTRE-FILE = '    ')
                AND (VALUE(A.ID_OPERATEUR, ' ') = :WS-FILTRE-OPER
                     OR :WS-FILTRE-OPER = '        ')
                AND DAYS(CURRENT DATE) - DAYS(Q.DATE_REF)
                       BETWEEN :WS-AGE-MIN AND :WS-AGE-MAX
                AND (:WS-FILTRE-HORS-SLA = 'N'
                     OR DAYS(CURRENT DATE) - DAYS(Q.DATE_REF) >
                        CASE Q.FILE_TRAV
                           WHEN 'RECL' THEN :WS-SLA-RECL
                           WHEN 'RVAL' THEN :WS-SLA-RVAL
                           WHEN 'SAND' THEN :WS-SLA-SAND
                           WHEN 'VOPL' THEN :WS-SLA-VOPL
                           WHEN 'SUSP' THEN :WS-SLA-SUSP
                           WHEN 'VALB' THEN :WS-SLA-VALB
                           ELSE :WS-SLA-PARM END)
              ORDER BY 5 DESC, 1, 2
           END-EXEC.

           EXEC SQL
              OPEN CCORBEIL
           END-EXEC.

           MOVE 0 TO WS-NB-SAUTEES.
           PERFORM 2100-SAUTER-LIGNE
              UNTIL WS-NB-SAUTEES >= WS-PAGE-OFFSET
                 OR SQLCODE NOT = 0.

           MOVE 0 TO WS-NB-AFFICHEES.
           IF SQLCODE = 0
              PERFORM 2200-AFFICHER-LIGNE
                 UNTIL WS-NB-AFFICHEES >= WS-MAX-PER-PAGE
                    OR SQLCODE NOT = 0
           END-IF.

           EXEC SQL
              CLOSE CCORBEIL
           END-EXEC.

           IF WS-NB-AFFICHEES = 0
              IF WS-PAGE-NUMBER > 1
                 SUBTRACT 1 FROM WS-PAGE-NUMBER
                 MOVE 'FIN DE LA CORBEILLE' TO MESCRBO
              ELSE
                 MOVE 'AUCUN ELEMENT OUVERT POUR CES FILTRES'
                    TO MESCRBO
              END-IF
           ELSE
              MOVE 'FILE NUMERO DATE AGE MONTANT AFFECTE (* HORS DELAI)'
                 TO MESCRBO
           END-IF.

           MOVE WS-PAGE-NUMBER TO WS-PAGE-DISPLAY.
           MOVE WS-PAGE-DISPLAY TO PAGCRBO.
           MOVE WS-FILTRE-FILE TO FILCRBO.
           MOVE WS-FILTRE-TRANCHE TO BNDCRBO.
           MOVE WS-FILTRE-OPER TO OPFCRBO.

       2100-SAUTER-LIGNE.
           EXEC SQL
              FETCH CCORBEIL
              INTO :WS-FILE-CUR, :WS-ID-ELEMENT-CUR,
                   :WS-DATE-REF-CUR, :WS-MONTANT-CUR,
                   :WS-AGE-CUR, :WS-OPER-AFFECTE-CUR
           END-EXEC.
           IF SQLCODE = 0
              ADD 1 TO WS-NB-SAUTEES
           END-IF.

       2200-AFFICHER-LIGNE.
           EXEC SQL
              FETCH CCORBEIL
              INTO :WS-FILE-CUR, :WS-ID-ELEMENT-CUR,
                   :WS-DATE-REF-CUR, :WS-MONTANT-CUR,
                   :WS-AGE-CUR, :WS-OPER-AFFECTE-CUR
           END-EXEC.

           IF SQLCODE = 0
              PERFORM 2300-DELAI-DE-LA-FILE
              MOVE SPACE TO WS-MARQUE-SLA
              IF WS-AGE-CUR > WS-SLA-CUR
                 MOVE '*' TO WS-MARQUE-SLA
              END-IF
              MOVE WS-ID-ELEMENT-CUR TO WS-ID-ELEM-EDIT
              MOVE WS-AGE-CUR TO WS-AGE-EDIT
              MOVE WS-MONTANT-CUR TO WS-MONTANT-EDIT
              MOVE SPACES TO WS-LIGNE-RESULTAT
              STRING WS-FILE-CUR DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-ID-ELEM-EDIT DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-DATE-REF-CUR DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-AGE-EDIT DELIMITED BY SIZE
                     'J ' DELIMITED BY SIZE
                     WS-MONTANT-EDIT DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-OPER-AFFECTE-CUR DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-MARQUE-SLA DELIMITED BY SIZE
                 INTO WS-LIGNE-RESULTAT
              ADD 1 TO WS-NB-AFFICHEES
              EVALUATE WS-NB-AFFICHEES
                 WHEN 1
                    MOVE WS-LIGNE-RESULTAT TO CLIG1O
                 WHEN 2
                    MOVE WS-LIGNE-RESULTAT TO CLIG2O
                 WHEN 3
                    MOVE WS-LIGNE-RESULTAT TO CLIG3O
                 WHEN 4
                    MOVE WS-LIGNE-RESULTAT TO CLIG4O
                 WHEN 5
                    MOVE WS-LIGNE-RESULTAT TO CLIG5O
                 WHEN 6
                    MOVE WS-LIGNE-RESULTAT TO CLIG6O
                 WHEN 7
                    MOVE WS-LIGNE-RESULTAT TO CLIG7O
                 WHEN 8
                    MOVE WS-LIGNE-RESULTAT TO CLIG8O
              END-EVALUATE
           END-IF.

       2300-DELAI-DE-LA-FILE.
           EVALUATE WS-FILE-CUR
              WHEN 'RECL'
                 MOVE WS-SLA-RECL TO WS-SLA-CUR
              WHEN 'RVAL'
                 MOVE WS-SLA-RVAL TO WS-SLA-CUR
              WHEN 'SAND'
                 MOVE WS-SLA-SAND TO WS-SLA-CUR
              WHEN 'VOPL'
                 MOVE WS-SLA-VOPL TO WS-SLA-CUR
              WHEN 'SUSP'
                 MOVE WS-SLA-SUSP TO WS-SLA-CUR
              WHEN 'VALB'
                 MOVE WS-SLA-VALB TO WS-SLA-CUR
              WHEN OTHER
                 MOVE WS-SLA-PARM TO WS-SLA-CUR
           END-EVALUATE.

       2500-LIRE-SELECTION.
      *    File et numero de l'element vise par l'action ; l'element
      *    doit etre encore ouvert dans sa file
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE TYPCRBI TO WS-FILE-SEL.

           IF IDCRBI = SPACES OR IDCRBI = LOW-VALUES
              OR IDCRBI IS NOT NUMERIC
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'FILE ET NUMERO D''ELEMENT OBLIGATOIRES' TO MESCRBO
           ELSE
              MOVE IDCRBI TO WS-SEL-ALPHA
              MOVE WS-SEL-ALPHA TO WS-SEL-NUM
              MOVE WS-SEL-NUM TO WS-ID-ELEMENT-SEL
              PERFORM 2600-CONTROLER-OUVERT
           END-IF.

       2600-CONTROLER-OUVERT.
           MOVE 0 TO WS-NB-OUVERTS.
           EVALUATE WS-FILE-SEL
              WHEN 'RECL'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-NB-OUVERTS
                    FROM API8.RECLAMATION
                    WHERE ID_RECLAMATION = :WS-ID-ELEMENT-SEL
                      AND STATUT_RECL IN ('O', 'P')
                 END-EXEC
              WHEN 'RVAL'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-NB-OUVERTS
                    FROM API8.OPATTENTE
                    WHERE ID_ATTENTE = :WS-ID-ELEMENT-SEL
                      AND STATUT_ATT = 'A'
                 END-EXEC
              WHEN 'SAND'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-NB-OUVERTS
                    FROM API8.REVUESANCTION
                    WHERE ID_REVUE = :WS-ID-ELEMENT-SEL
                      AND STATUT_REVUE = 'A'
                 END-EXEC
              WHEN 'VOPL'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-NB-OUVERTS
                    FROM API8.VIREXT
                    WHERE ID_VIREXT = :WS-ID-ELEMENT-SEL
                      AND EXPEDIE = 'N'
                      AND VERIF_BENEF IN ('C', 'N')
                 END-EXEC
              WHEN 'SUSP'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-NB-OUVERTS
                    FROM API8.VIRSUSP
                    WHERE ID_SUSPENS = :WS-ID-ELEMENT-SEL
                      AND REGULARISE = 'N'
                 END-EXEC
              WHEN 'VALB'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-NB-OUVERTS
                    FROM API8.DEMBATCH
                    WHERE ID_DEMANDE = :WS-ID-ELEMENT-SEL
                      AND STATUT_DEM = 'A'
                 END-EXEC
              WHEN 'PARM'
                 EXEC SQL
                    SELECT COUNT(*) INTO :WS-NB-OUVERTS
                    FROM API8.PARAMMOD
                    WHERE ID_MODIF = :WS-ID-ELEMENT-SEL
                      AND STATUT_MOD = 'A'
                 END-EXEC
              WHEN OTHER
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'FILE RECL RVAL SAND VOPL SUSP VALB PARM'
                    TO MESCRBO
           END-EVALUATE.

           IF VALID-DATA AND WS-NB-OUVERTS = 0
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'ELEMENT INCONNU OU DEJA TRAITE' TO MESCRBO
           END-IF.

       3000-OUVRIR-ELEMENT.
      *    Les transactions de traitement sont reservees a
      *    l'habilitation supervision au menu API8SIGN : meme regle
      *    ici avant le depart ; elles recoivent le jeton de session
           PERFORM 2500-LIRE-SELECTION.

           IF VALID-DATA
              AND (WS-FILE-SEL = 'RECL' OR WS-FILE-SEL = 'RVAL'
                   OR WS-FILE-SEL = 'VALB' OR WS-FILE-SEL = 'PARM')
              AND WS-ROLE-SUPERV NOT = 'Y'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'OPERATEUR SANS HABILITATION SUPERVISION'
                 TO MESCRBO
           END-IF.

           IF VALID-DATA
              MOVE WS-ID-OPERATEUR TO WS-FCT-OPERATEUR
              MOVE 'SIGN' TO WS-FCT-JETON
              EVALUATE WS-FILE-SEL
                 WHEN 'RECL'
                    SET XCTL-PROGRAM TO TRUE
                    EXEC CICS XCTL PROGRAM('API8RECL')
                         COMMAREA(WS-COMM-FONCTION)
                         LENGTH(12)
                    END-EXEC
                 WHEN 'RVAL'
                    SET XCTL-PROGRAM TO TRUE
                    EXEC CICS XCTL PROGRAM('API8RVAL')
                         COMMAREA(WS-COMM-FONCTION)
                         LENGTH(12)
                    END-EXEC
                 WHEN 'VALB'
                    SET XCTL-PROGRAM TO TRUE
                    EXEC CICS XCTL PROGRAM('API8VALB')
                         COMMAREA(WS-COMM-FONCTION)
                         LENGTH(12)
                    END-EXEC
                 WHEN 'PARM'
                    SET XCTL-PROGRAM TO TRUE
                    EXEC CICS XCTL PROGRAM('API8PARM')
                         COMMAREA(WS-COMM-FONCTION)
                         LENGTH(12)
                    END-EXEC
                 WHEN 'SAND'
                    MOVE 'DECISION PAR LE BATCH API8SAND (CARTE SYSIN)'
                       TO MESCRBO
                 WHEN 'VOPL'
                    MOVE 'DECISION PAR LE BATCH API8VOPL (REF + L/R)'
                       TO MESCRBO
                 WHEN 'SUSP'
                    MOVE 'REGULARISATION MANUELLE - RAPPORT API8VRIN'
                       TO MESCRBO
              END-EVALUATE
              SET SEND-DATAONLY TO TRUE
           ELSE
              SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
           PERFORM 1400-SEND-ECRAN-CORB.

       4000-AFFECTER-ELEMENT.
      *    Affectation reservee a la supervision ; l'operateur cible
      *    doit etre actif, operateur a blanc = desaffectation
           IF WS-ROLE-SUPERV NOT = 'Y'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'AFFECTATION RESERVEE A LA SUPERVISION' TO MESCRBO
           ELSE
              PERFORM 2500-LIRE-SELECTION
           END-IF.

           IF VALID-DATA
              MOVE OPACRBI TO WS-OPER-CIBLE
              IF WS-OPER-CIBLE = LOW-VALUES
                 MOVE SPACES TO WS-OPER-CIBLE
              END-IF
              IF WS-OPER-CIBLE NOT = SPACES
                 MOVE SPACE TO WS-ACTIF-CIBLE
                 EXEC SQL
                    SELECT ACTIF
                    INTO :WS-ACTIF-CIBLE
                    FROM API8.OPERATEUR
                    WHERE ID_OPERATEUR = :WS-OPER-CIBLE
                 END-EXEC
                 IF SQLCODE NOT = 0 OR WS-ACTIF-CIBLE NOT = 'Y'
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'OPERATEUR CIBLE INCONNU OU INACTIF'
                       TO MESCRBO
                 END-IF
              END-IF
           END-IF.

           IF VALID-DATA
              IF WS-OPER-CIBLE = SPACES
                 EXEC SQL
                    DELETE FROM API8.AFFECTATION
                    WHERE FILE_TRAV = :WS-FILE-SEL
                      AND ID_ELEMENT = :WS-ID-ELEMENT-SEL
                 END-EXEC
                 MOVE 'CORBEILLE DESAFFECTATION' TO WS-AUDIT-EVENEMENT
                 MOVE 'ELEMENT DESAFFECTE' TO MESCRBO
              ELSE
                 EXEC SQL
                    UPDATE API8.AFFECTATION
                    SET ID_OPERATEUR = :WS-OPER-CIBLE,
                        OPERATEUR_AFFECTANT = :WS-ID-OPERATEUR,
                        DATE_AFFECTATION = CURRENT DATE
                    WHERE FILE_TRAV = :WS-FILE-SEL
                      AND ID_ELEMENT = :WS-ID-ELEMENT-SEL
                 END-EXEC
                 IF SQLCODE = 100
                    EXEC SQL
                       INSERT INTO API8.AFFECTATION
                          (FILE_TRAV, ID_ELEMENT, ID_OPERATEUR,
                           OPERATEUR_AFFECTANT, DATE_AFFECTATION)
                       VALUES
                          (:WS-FILE-SEL, :WS-ID-ELEMENT-SEL,
                           :WS-OPER-CIBLE, :WS-ID-OPERATEUR,
                           CURRENT DATE)
                    END-EXEC
                 END-IF
                 MOVE 'CORBEILLE AFFECTATION' TO WS-AUDIT-EVENEMENT
                 MOVE 'ELEMENT AFFECTE' TO MESCRBO
              END-IF
              PERFORM 1950-TRACER-AUDIT-OPER
              SET SEND-DATAONLY TO TRUE
           ELSE
              SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
           PERFORM 1400-SEND-ECRAN-CORB.

       1950-TRACER-AUDIT-OPER.
      *    Toute affectation est tracee avec l'identifiant de
      *    l'operateur connecte (meme convention qu'API8SIGN)
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
                 (:WS-ID-AUDIT-OPER, 0, 'API8CORB',
                  :WS-AUDIT-EVENEMENT, :WS-ID-OPERATEUR,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.

       1400-SEND-ECRAN-CORB.
           EVALUATE TRUE
              WHEN SEND-ERASE
                 EXEC CICS SEND MAP ('CRBU1')
                      MAPSET ('APNSE38')
                      FROM(CRBU1O)
                      ERASE
                 END-EXEC
              WHEN SEND-DATAONLY
                 EXEC CICS SEND MAP ('CRBU1')
                      MAPSET ('APNSE38')
                      FROM(CRBU1O)
                      DATAONLY
                 END-EXEC
              WHEN SEND-DATAONLY-ALARM
                 EXEC CICS SEND MAP ('CRBU1')
                      MAPSET ('APNSE38')
                      FROM(CRBU1O)
                      DATAONLY
                 END-EXEC
           END-EVALUATE.
