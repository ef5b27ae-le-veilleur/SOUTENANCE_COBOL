       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8FICE.
      *===============================================================
      *    SERVICE DU CATALOGUE DES FICHIERS EMIS
      *    Chaque fichier d'interface sortant (FVIREXT, FNOTIF,
      *    FGRANDLIVRE, FDEMCARTE, FDECLICHQ, flux de releves...)
      *    est conserve au catalogue comme generation numerotee :
      *       API8.FICHIEREMIS       une ligne par generation -
      *                              fichier, programme emetteur,
      *                              numero de generation, date et
      *                              heure d'emission, date portee
      *                              par l'entete, nombre de lignes,
      *                              nombre d'enregistrements et
      *                              total de controle annonces au
      *                              pied, delai d'accuse attendu,
      *                              etat et compteur de renvois
      *       API8.FICHIEREMISLIGNE  le contenu, ligne a ligne, tel
      *                              qu'il a ete ecrit
      *    Le programme emetteur relit son fichier une fois ferme et
      *    le presente ici ligne a ligne : le catalogue garde ce qui
      *    est reellement parti. Le renvoi a l'identique d'une
      *    generation passee est fait par API8RENV, le
      *    rapprochement des accuses de reception des partenaires
      *    par API8ACQF. Le delai d'accuse est lu sur API8.PARAMETRE
      *    ('DELAI_ACQUIT_' suivi du nom du fichier, en jours) : pas
      *    de parametre, pas d'accuse attendu. Etats d'une
      *    generation : 'C' en cours de catalogage (incomplete,
      *    jamais renvoyee), 'E' emise, 'A' acquittee, 'R' rejetee
      *    par le partenaire. Pas de COMMIT ici, la mise a jour suit
      *    l'unite de travail de l'appelant.
      *
      *    Appel :  CALL 'API8FICE' USING FICE-ZONE
      *       FICE-FONCTION          'O' ouverture d'une generation
      *                              'L' ajout d'une ligne
      *                              'F' fin du fichier
      *       FICE-NOM-FICHIER       nom du fichier ('O')
      *       FICE-PROGRAMME         programme emetteur ('O')
      *       FICE-CONTROLE          'Y' fichier porteur de l'entete
      *                              '01' et du pied '09' de
      *                              controle ('O')
      *       FICE-LONG-LIGNE        longueur des enregistrements
      *                              ('O')
      *       FICE-LIGNE             ligne ecrite ('L')
      *       FICE-ID-EMISSION       generation cataloguee (retour)
      *       FICE-GENERATION        numero de generation (retour)
      *       FICE-NB-LIGNES         lignes cataloguees (retour)
      *       FICE-CODE-RETOUR       '0' ok, 'E' erreur
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

      *    Premiere et derniere lignes de la generation en cours :
      *    entete et pied de controle
       01  WS-PREMIERE-LIGNE         PIC X(250).
       01  FILLER REDEFINES WS-PREMIERE-LIGNE.
           05  WS-ENT-CODE           PIC X(2).
           05  WS-ENT-FICHIER        PIC X(8).
           05  WS-ENT-DATE           PIC X(8).
           05  FILLER                PIC X(232).
       01  WS-DERNIERE-LIGNE         PIC X(250).
       01  FILLER REDEFINES WS-DERNIERE-LIGNE.
           05  WS-PIED-CODE          PIC X(2).
           05  WS-PIED-NB            PIC 9(9).
           05  WS-PIED-TOTAL         PIC 9(13).
           05  FILLER                PIC X(226).

       01  WS-LIGNE.
           49  WS-LIGNE-LONG         PIC S9(4) COMP.
           49  WS-LIGNE-TEXTE        PIC X(250).

       01  WS-DATE-FICHIER           PIC X(8).
       01  WS-NB-ENREG               PIC S9(9) COMP.
       01  WS-TOTAL-CONTROLE         PIC S9(13) COMP-3.
       01  WS-CODE-PARAM             PIC X(30).
       01  WS-DELAI-ACQUIT           PIC S9(4) COMP.
       01  WS-NULL-INDICATOR         PIC S9(4) COMP.

       01  WS-ERREUR-SW              PIC X VALUE 'N'.
           88 GENERATION-EN-ERREUR         VALUE 'Y'.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

       LINKAGE SECTION.
       01  FICE-ZONE.
           05  FICE-FONCTION          PIC X(1).
           05  FICE-NOM-FICHIER       PIC X(8).
           05  FICE-PROGRAMME         PIC X(8).
           05  FICE-CONTROLE          PIC X(1).
           05  FICE-LONG-LIGNE        PIC S9(4) COMP.
           05  FICE-LIGNE             PIC X(250).
           05  FICE-ID-EMISSION       PIC S9(9) COMP.
           05  FICE-GENERATION        PIC S9(9) COMP.
           05  FICE-NB-LIGNES         PIC S9(9) COMP.
           05  FICE-CODE-RETOUR       PIC X(1).

       PROCEDURE DIVISION USING FICE-ZONE.

       0000-MAIN-PROCEDURE.
           MOVE 'E' TO FICE-CODE-RETOUR.

           EVALUATE FICE-FONCTION
              WHEN 'O'
                 PERFORM 1000-OUVRIR-GENERATION
                    THRU 1000-OUVRIR-GENERATION-EXIT
              WHEN 'L'
                 PERFORM 2000-AJOUTER-LIGNE
                    THRU 2000-AJOUTER-LIGNE-EXIT
              WHEN 'F'
                 PERFORM 3000-TERMINER-GENERATION
                    THRU 3000-TERMINER-GENERATION-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0000-MAIN-PROCEDURE-EXIT.
           GOBACK.

       1000-OUVRIR-GENERATION.
           MOVE 0 TO FICE-ID-EMISSION.
           MOVE 0 TO FICE-GENERATION.
           MOVE 0 TO FICE-NB-LIGNES.
           MOVE SPACES TO WS-PREMIERE-LIGNE.
           MOVE SPACES TO WS-DERNIERE-LIGNE.
           MOVE 'Y' TO WS-ERREUR-SW.

           IF FICE-LONG-LIGNE < 1 OR FICE-LONG-LIGNE > 250
              GO TO 1000-OUVRIR-GENERATION-EXIT
           END-IF.

           EXEC SQL
              SELECT MAX(GENERATION)
              INTO :FICE-GENERATION :WS-NULL-INDICATOR
              FROM API8.FICHIEREMIS
              WHERE NOM_FICHIER = :FICE-NOM-FICHIER
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO 1000-OUVRIR-GENERATION-EXIT
           END-IF.
           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO FICE-GENERATION
           ELSE
              ADD 1 TO FICE-GENERATION
           END-IF.

      *    Delai d'accuse de reception attendu du partenaire
           MOVE SPACES TO WS-CODE-PARAM.
           STRING 'DELAI_ACQUIT_' DELIMITED BY SIZE
                  FICE-NOM-FICHIER DELIMITED BY SPACE
              INTO WS-CODE-PARAM.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-DELAI-ACQUIT
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = :WS-CODE-PARAM
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DELAI-ACQUIT < 0
              MOVE 0 TO WS-DELAI-ACQUIT
           END-IF.

           MOVE 'FICHIEREMIS' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              GO TO 1000-OUVRIR-GENERATION-EXIT
           END-IF.
           MOVE NUMO-VALEUR TO FICE-ID-EMISSION.

           EXEC SQL
              INSERT INTO API8.FICHIEREMIS
                 (ID_EMISSION, NOM_FICHIER, NOM_PROGRAMME, GENERATION,
                  DATE_EMISSION, HEURE_EMISSION, DATE_FICHIER,
                  LONG_LIGNE, NB_LIGNES, NB_ENREG, TOTAL_CONTROLE,
                  DELAI_ACQUIT, STATUT_EMIS, NB_RENVOIS)
              VALUES
                 (:FICE-ID-EMISSION, :FICE-NOM-FICHIER,
                  :FICE-PROGRAMME, :FICE-GENERATION, CURRENT DATE,
                  CURRENT TIME, ' ', :FICE-LONG-LIGNE, 0, 0, 0,
                  :WS-DELAI-ACQUIT, 'C', 0)
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'N' TO WS-ERREUR-SW
              MOVE '0' TO FICE-CODE-RETOUR
           ELSE
              MOVE 0 TO FICE-ID-EMISSION
           END-IF.

       1000-OUVRIR-GENERATION-EXIT.
           EXIT.

       2000-AJOUTER-LIGNE.
           IF GENERATION-EN-ERREUR
              GO TO 2000-AJOUTER-LIGNE-EXIT
           END-IF.

           ADD 1 TO FICE-NB-LIGNES.
           MOVE FICE-LONG-LIGNE TO WS-LIGNE-LONG.
           MOVE FICE-LIGNE TO WS-LIGNE-TEXTE.

           EXEC SQL
              INSERT INTO API8.FICHIEREMISLIGNE
                 (ID_EMISSION, NUM_LIGNE, LIGNE)
              VALUES
                 (:FICE-ID-EMISSION, :FICE-NB-LIGNES, :WS-LIGNE)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ERREUR-SW
              GO TO 2000-AJOUTER-LIGNE-EXIT
           END-IF.

           IF FICE-NB-LIGNES = 1
              MOVE FICE-LIGNE TO WS-PREMIERE-LIGNE
           END-IF.
           MOVE FICE-LIGNE TO WS-DERNIERE-LIGNE.
           MOVE '0' TO FICE-CODE-RETOUR.

       2000-AJOUTER-LIGNE-EXIT.
           EXIT.

       3000-TERMINER-GENERATION.
      *    Une ligne perdue laisse la generation 'C' : incomplete,
      *    elle ne sera jamais renvoyee
           IF GENERATION-EN-ERREUR
              GO TO 3000-TERMINER-GENERATION-EXIT
           END-IF.

      *    Fichier de controle : nombre et total pris au pied '09',
      *    date a l'entete '01' (lecture positionnelle, comme
      *    API8VERF) ; sinon le nombre de lignes fait foi
           MOVE SPACES TO WS-DATE-FICHIER.
           MOVE FICE-NB-LIGNES TO WS-NB-ENREG.
           MOVE 0 TO WS-TOTAL-CONTROLE.
           IF FICE-CONTROLE = 'Y' AND FICE-NB-LIGNES > 1
              IF WS-ENT-CODE = '01'
                 MOVE WS-ENT-DATE TO WS-DATE-FICHIER
              END-IF
              IF WS-PIED-CODE = '09' AND WS-PIED-NB IS NUMERIC
                 AND WS-PIED-TOTAL IS NUMERIC
                 MOVE WS-PIED-NB TO WS-NB-ENREG
                 MOVE WS-PIED-TOTAL TO WS-TOTAL-CONTROLE
              END-IF
           END-IF.

           EXEC SQL
              UPDATE API8.FICHIEREMIS
              SET DATE_FICHIER = :WS-DATE-FICHIER,
                  NB_LIGNES = :FICE-NB-LIGNES,
                  NB_ENREG = :WS-NB-ENREG,
                  TOTAL_CONTROLE = :WS-TOTAL-CONTROLE,
                  STATUT_EMIS = 'E'
              WHERE ID_EMISSION = :FICE-ID-EMISSION
           END-EXEC.

           IF SQLCODE = 0
              MOVE '0' TO FICE-CODE-RETOUR
           END-IF.

       3000-TERMINER-GENERATION-EXIT.
           EXIT.
