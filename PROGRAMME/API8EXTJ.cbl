       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8EXTJ.
      *===============================================================
      *    EXTRACTION UNIQUE DE LA JOURNEE FERMEE POUR LA CHAINE
      *    Apres la cloture (API8EOD), API8GL, API8GLIV, API8CAIS,
      *    API8ALRT et API8ABAT ouvraient chacun leur curseur sur
      *    API8.OPERATION pour la meme journee comptable. Ce pas lit
      *    la derniere journee fermee UNE fois (meme choix de date
      *    qu'API8GL), jointe a API8.COMPTE pour l'agence, le type de
      *    compte et le client, et ecrit le fichier de travail
      *    FEXTJOUR trie par agence, compte et operation :
      *       '01'  entete standard (fichier, date, programme), suivi
      *             en 27:8 de la journee comptable extraite - le
      *             lecteur refuse un fichier d'une autre journee
      *       '02'  une ligne par operation de la journee
      *       '09'  pied standard (nombre de lignes '02', total de
      *             controle des montants en centimes) - le lecteur
      *             refuse un fichier tronque
      *    Les batches avals lisent ce fichier (DD INP027) au lieu
      *    de DB2. Une operation dont le compte n'existe plus garde
      *    sa ligne (grand livre complet) avec l'agence siege 0001,
      *    comme un compte anterieur aux agences.
      *
      *    Le pas s'inscrit lui-meme dans API8.PLANBATCH (chaine de
      *    nuit API8CHN) comme predecesseur des batches avals ; a la
      *    premiere inscription il herite du plus tardif de leurs
      *    anciens predecesseurs (repli API8EOD), pour qu'aucun aval
      *    ne parte plus tot qu'avant.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FEXTJOUR ASSIGN TO OUT051
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FEXTJOUR.

       DATA DIVISION.

       FILE SECTION.
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

       77  FS-FEXTJOUR                PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-DATE-JOUR               PIC X(8).

      *    Journee extraite : la derniere journee fermee (ETAT 'F'),
      *    repli journee ouverte puis date systeme, comme API8GL
       01  WS-DTB-NULL-IND        PIC S9(4) COMP.
       01  WS-DATE-COMPTABLE          PIC X(8).

       01  WS-CODE-AGENCE-CUR        PIC X(4).
       01  WS-ID-COMPTE-CUR          PIC S9(9) COMP.
       01  WS-ID-OPERATION-CUR       PIC S9(9) COMP.
       01  WS-ID-CLIENT-CUR          PIC S9(9) COMP.
       01  WS-TYPE-COMPTE-CUR        PIC X(4).
       01  WS-TYPE-OP-CUR            PIC X(1).
       01  WS-MONTANT-OP-CUR         PIC S9(8)V99 COMP-3.
       01  WS-DATE-OP-CUR            PIC X(8).
       01  WS-CANAL-CUR              PIC X(1).
       01  WS-ANNULE-CUR             PIC X(1).

       01  WS-NB-LIGNES              PIC 9(7) VALUE 0.

      *    Inscription au plan de la chaine de nuit
       01  WS-NUM-ETAPE-EXTJ         PIC S9(4) COMP.
       01  WS-NUM-ETAPE-PRED         PIC S9(4) COMP.
       01  WS-PLAN-NULL-IND          PIC S9(4) COMP.
       01  WS-NB-AVALS-RELIES        PIC S9(9) COMP.

      *    Journal d'execution des batches (API8.JOURNALBATCH)
       01  WS-ID-JOURNAL          PIC S9(9) COMP.
       01  WS-JRN-LUS             PIC S9(9) COMP.
       01  WS-JRN-ECRITS          PIC S9(9) COMP.
       01  WS-JRN-REJETES         PIC S9(9) COMP.
       01  WS-JRN-RC              PIC S9(4) COMP.
       01  WS-JRN-NULL-IND        PIC S9(4) COMP.
       01  WS-JRN-SOLDE           PIC X VALUE 'N'.

      *    Enregistrements de controle du fichier de travail : entete
      *    '01' suivi de la journee extraite, pied '09'
       01  WS-CTL-ENTETE.
           05  CTL-E-CODE         PIC X(2) VALUE '01'.
           05  CTL-E-FICHIER      PIC X(8).
           05  CTL-E-DATE         PIC 9(8).
           05  CTL-E-PROGRAMME    PIC X(8).
           05  CTL-E-JOURNEE      PIC X(8).
       01  WS-CTL-PIED.
           05  CTL-P-CODE         PIC X(2) VALUE '09'.
           05  CTL-P-NB-ENREG     PIC 9(9).
           05  CTL-P-TOTAL        PIC 9(13).
       01  WS-CTL-NB-ENREG        PIC S9(9) COMP VALUE 0.
       01  WS-CTL-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-TOTAL-ENT       PIC 9(13).

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
           DISPLAY '*   EXTRACTION DE LA JOURNEE FERMEE           *'
           DISPLAY '=============================================='.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-DATE-COMPTABLE.
           EXEC SQL
              SELECT MAX(DATE_COMPTABLE)
              INTO :WS-DATE-COMPTABLE :WS-DTB-NULL-IND
              FROM API8.DATEBANQUE
              WHERE ETAT = 'F'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DTB-NULL-IND = -1
              MOVE SPACES TO WS-DATE-COMPTABLE
              EXEC SQL
                 SELECT DATE_COMPTABLE
                 INTO :WS-DATE-COMPTABLE
                 FROM API8.DATEBANQUE
                 WHERE ETAT = 'O'
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0 OR WS-DATE-COMPTABLE = SPACES
              MOVE WS-DATE-JOUR TO WS-DATE-COMPTABLE
           END-IF.

           DISPLAY 'JOURNEE EXTRAITE : ' WS-DATE-COMPTABLE.

           PERFORM 0300-INSCRIRE-PLAN
              THRU 0300-INSCRIRE-PLAN-EXIT.

           PERFORM 6000-OPEN-EXTJ
              THRU 6000-OPEN-EXTJ-EXIT.

      *    Tri agence / compte / operation : API8CAIS rompt sur
      *    l'agence, API8ALRT et API8ABAT sur le compte. L'agence
      *    absente ou a blanc est normalisee en siege 0001 dans le
      *    SELECT meme, pour que le tri et la rupture voient la meme
      *    valeur
           EXEC SQL
              DECLARE CEXTJOUR CURSOR FOR
              SELECT CASE WHEN VALUE(C.CODE_AGENCE, ' ') = ' '
                          THEN '0001'
                          ELSE C.CODE_AGENCE END,
                     O.ID_COMPTE, O.ID_OPERATION,
                     VALUE(C.ID_CLIENT, 0),
                     VALUE(C.TYPE_COMPTE, 'STD'),
                     O.TYPE_OP, O.MONTANT_OP, O.DATE_OP,
                     VALUE(O.CANAL, 'G'), VALUE(O.ANNULE, 'N')
              FROM API8.OPERATION O
                   LEFT OUTER JOIN API8.COMPTE C
                   ON C.ID_COMPTE = O.ID_COMPTE
              WHERE VALUE(O.DATE_COMPTABLE, O.DATE_OP)
                       = :WS-DATE-COMPTABLE
              ORDER BY 1, 2, 3
           END-EXEC.

           EXEC SQL
              OPEN CEXTJOUR
           END-EXEC.

           PERFORM 1000-EXTRAIRE-OPERATION
              THRU 1000-EXTRAIRE-OPERATION-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CEXTJOUR
           END-EXEC.

           PERFORM 6220-CLOSE-EXTJ
              THRU 6220-CLOSE-EXTJ-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0300-INSCRIRE-PLAN.
      *    Le pas porte une seule ligne au plan ; a chaque passage les
      *    avals sont (re)rattaches a lui, une etape avale ajoutee au
      *    plan apres coup est donc reprise la nuit suivante
           EXEC SQL
              SELECT MAX(NUM_ETAPE)
              INTO :WS-NUM-ETAPE-EXTJ :WS-PLAN-NULL-IND
              FROM API8.PLANBATCH
              WHERE NOM_PROGRAMME = 'API8EXTJ'
           END-EXEC.

           IF WS-PLAN-NULL-IND = -1
              PERFORM 0310-CREER-ETAPE
                 THRU 0310-CREER-ETAPE-EXIT
           END-IF.

           MOVE 0 TO WS-NB-AVALS-RELIES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-AVALS-RELIES
              FROM API8.PLANBATCH
              WHERE NOM_PROGRAMME IN ('API8GL', 'API8GLIV',
                                      'API8CAIS', 'API8ALRT',
                                      'API8ABAT', 'API8DTES')
                AND PREDECESSEUR NOT = :WS-NUM-ETAPE-EXTJ
           END-EXEC.

           EXEC SQL
              UPDATE API8.PLANBATCH
              SET PREDECESSEUR = :WS-NUM-ETAPE-EXTJ
              WHERE NOM_PROGRAMME IN ('API8GL', 'API8GLIV',
                                      'API8CAIS', 'API8ALRT',
                                      'API8ABAT', 'API8DTES')
                AND PREDECESSEUR NOT = :WS-NUM-ETAPE-EXTJ
           END-EXEC.

           DISPLAY 'ETAPE AU PLAN : ' WS-NUM-ETAPE-EXTJ
              ' - AVALS RATTACHES CE PASSAGE : ' WS-NB-AVALS-RELIES.

       0300-INSCRIRE-PLAN-EXIT.
           EXIT.

       0310-CREER-ETAPE.
      *    Predecesseur herite : le plus tardif des anciens
      *    predecesseurs des avals, hors avals eux-memes (pas de
      *    boucle si l'un attendait l'autre) ; repli API8EOD
           EXEC SQL
              SELECT MAX(P.PREDECESSEUR)
              INTO :WS-NUM-ETAPE-PRED :WS-PLAN-NULL-IND
              FROM API8.PLANBATCH P
              WHERE P.NOM_PROGRAMME IN ('API8GL', 'API8GLIV',
                                        'API8CAIS', 'API8ALRT',
                                        'API8ABAT', 'API8DTES')
                AND P.PREDECESSEUR NOT IN
                    (SELECT Q.NUM_ETAPE
                     FROM API8.PLANBATCH Q
                     WHERE Q.NOM_PROGRAMME IN ('API8GL', 'API8GLIV',
                                               'API8CAIS', 'API8ALRT',
                                               'API8ABAT', 'API8DTES'))
           END-EXEC.

           IF WS-PLAN-NULL-IND = -1 OR WS-NUM-ETAPE-PRED = 0
              EXEC SQL
                 SELECT MAX(NUM_ETAPE)
                 INTO :WS-NUM-ETAPE-PRED :WS-PLAN-NULL-IND
                 FROM API8.PLANBATCH
                 WHERE NOM_PROGRAMME = 'API8EOD'
              END-EXEC
              IF WS-PLAN-NULL-IND = -1
                 MOVE 0 TO WS-NUM-ETAPE-PRED
              END-IF
           END-IF.

      *    Meme idiome MAX+1 que les autres cles generees
           EXEC SQL
              SELECT MAX(NUM_ETAPE)
              INTO :WS-NUM-ETAPE-EXTJ :WS-PLAN-NULL-IND
              FROM API8.PLANBATCH
           END-EXEC.

           IF WS-PLAN-NULL-IND = -1
              MOVE 1 TO WS-NUM-ETAPE-EXTJ
           ELSE
              ADD 1 TO WS-NUM-ETAPE-EXTJ
           END-IF.

           EXEC SQL
              INSERT INTO API8.PLANBATCH
                 (NUM_ETAPE, NOM_PROGRAMME, FREQUENCE, PREDECESSEUR,
                  ACTIF)
              VALUES
                 (:WS-NUM-ETAPE-EXTJ, 'API8EXTJ', 'Q',
                  :WS-NUM-ETAPE-PRED, 'Y')
           END-EXEC.

           DISPLAY 'ETAPE CREEE AU PLAN : ' WS-NUM-ETAPE-EXTJ
              ' APRES L''ETAPE ' WS-NUM-ETAPE-PRED.

       0310-CREER-ETAPE-EXIT.
           EXIT.

       1000-EXTRAIRE-OPERATION.
           EXEC SQL
              FETCH CEXTJOUR
              INTO :WS-CODE-AGENCE-CUR, :WS-ID-COMPTE-CUR,
                   :WS-ID-OPERATION-CUR, :WS-ID-CLIENT-CUR,
                   :WS-TYPE-COMPTE-CUR, :WS-TYPE-OP-CUR,
                   :WS-MONTANT-OP-CUR, :WS-DATE-OP-CUR,
                   :WS-CANAL-CUR, :WS-ANNULE-CUR
           END-EXEC.

           IF SQLCODE = 0
              MOVE SPACES TO BUF-LIGNE-EXTJ
              MOVE '02' TO BUF-EXJ-CODE
              MOVE WS-CODE-AGENCE-CUR TO BUF-EXJ-CODE-AGENCE
              MOVE WS-ID-COMPTE-CUR TO BUF-EXJ-ID-COMPTE
              MOVE WS-ID-OPERATION-CUR TO BUF-EXJ-ID-OPERATION
              MOVE WS-ID-CLIENT-CUR TO BUF-EXJ-ID-CLIENT
              MOVE WS-TYPE-COMPTE-CUR TO BUF-EXJ-TYPE-COMPTE
              MOVE WS-TYPE-OP-CUR TO BUF-EXJ-TYPE-OP
              MOVE WS-MONTANT-OP-CUR TO BUF-EXJ-MONTANT-OP
              MOVE WS-DATE-OP-CUR TO BUF-EXJ-DATE-OP
              MOVE WS-DATE-COMPTABLE TO BUF-EXJ-DATE-COMPTA
              MOVE WS-CANAL-CUR TO BUF-EXJ-CANAL
              MOVE WS-ANNULE-CUR TO BUF-EXJ-ANNULE
              PERFORM 6300-WRITE-EXTJ
                 THRU 6300-WRITE-EXTJ-EXIT
              ADD 1 TO WS-NB-LIGNES
              ADD 1 TO WS-CTL-NB-ENREG
              ADD WS-MONTANT-OP-CUR TO WS-CTL-TOTAL
           END-IF.

       1000-EXTRAIRE-OPERATION-EXIT.
           EXIT.

       6000-OPEN-EXTJ.
           OPEN OUTPUT FEXTJOUR.
           IF FS-FEXTJOUR NOT = '00'
               DISPLAY 'ERROR OPENING FEXTJOUR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FEXTJOUR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'FEXTJOUR' TO CTL-E-FICHIER.
           ACCEPT CTL-E-DATE FROM DATE YYYYMMDD.
           MOVE 'API8EXTJ' TO CTL-E-PROGRAMME.
           MOVE WS-DATE-COMPTABLE TO CTL-E-JOURNEE.
           MOVE SPACES TO BUF-LIGNE-EXTJ.
           MOVE WS-CTL-ENTETE TO BUF-LIGNE-EXTJ(1:34).
           PERFORM 6300-WRITE-EXTJ
              THRU 6300-WRITE-EXTJ-EXIT.

       6000-OPEN-EXTJ-EXIT.
           EXIT.

       6300-WRITE-EXTJ.
           WRITE BUF-LIGNE-EXTJ.
           IF FS-FEXTJOUR NOT = '00'
               DISPLAY 'ERROR WRITING FEXTJOUR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FEXTJOUR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
       6300-WRITE-EXTJ-EXIT.
           EXIT.

       6220-CLOSE-EXTJ.
           MOVE WS-CTL-NB-ENREG TO CTL-P-NB-ENREG.
      *    Total de controle exprime en centimes pour ne pas perdre
      *    les decimales dans la zone entiere du pied
           COMPUTE WS-CTL-TOTAL-ENT = WS-CTL-TOTAL * 100.
           MOVE WS-CTL-TOTAL-ENT TO CTL-P-TOTAL.
           MOVE SPACES TO BUF-LIGNE-EXTJ.
           MOVE WS-CTL-PIED TO BUF-LIGNE-EXTJ(1:24).
           PERFORM 6300-WRITE-EXTJ
              THRU 6300-WRITE-EXTJ-EXIT.
           CLOSE FEXTJOUR.
           IF FS-FEXTJOUR NOT = '00'
               DISPLAY 'ERROR CLOSING FEXTJOUR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FEXTJOUR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
       6220-CLOSE-EXTJ-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8EXTJ', CURRENT DATE,
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8EXTJ        '
            DISPLAY '*     OPERATIONS EXTRAITES : ' WS-NB-LIGNES
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
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8EXTJ       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
