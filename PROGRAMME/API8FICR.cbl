       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8FICR.
      *===============================================================
      *    SERVICE DU REGISTRE DES FICHIERS RECUS
      *    API8.FICHIERRECU porte une ligne par fichier d'interface
      *    entrant traite : programme, identifiant du fichier (lu
      *    dans l'entete quand le format en a une, nom du fichier
      *    sinon), nombre d'enregistrements, total de controle,
      *    checksum du contenu, date et heure de traitement. Chaque
      *    batch entrant (API8PAIE, API8PREL, API8AUTH, API8AUTS,
      *    API8VRIN, API8CHQP, API8NOSR) fait un premier passage sur
      *    son fichier pour en calculer l'empreinte et la presente
      *    ici avant le moindre posting : un fichier deja present au
      *    registre (meme programme, meme identifiant, meme nombre,
      *    meme total, meme checksum) est refuse - renvoi du meme
      *    fichier par le remettant ou relance de l'etape apres un
      *    abend. Seule une carte SYSIN 'FORCE' + motif de
      *    l'exploitant autorise le retraitement ; il est alors trace
      *    au registre (FORCAGE 'Y', motif, reception d'origine).
      *    La ligne est posee a 'E' (en cours) avant le posting et
      *    passee a 'T' (traite) en fin normale : un fichier dont le
      *    traitement s'est interrompu reste connu du registre. Pas
      *    de COMMIT ici, la mise a jour suit l'unite de travail de
      *    l'appelant.
      *
      *    Appel :  CALL 'API8FICR' USING FICR-ZONE
      *       FICR-FONCTION          'I' debut d'empreinte
      *                              'A' ajout d'un enregistrement
      *                              'C' controle et inscription
      *                              'T' traitement termine
      *       FICR-PROGRAMME         programme appelant
      *       FICR-ID-FICHIER        identifiant du fichier
      *       FICR-ENREG             enregistrement lu ('A')
      *       FICR-NB-ENREG          nombre d'enregistrements
      *       FICR-TOTAL             total de controle (cumule par
      *                              l'appelant)
      *       FICR-CHECKSUM          checksum du contenu
      *       FICR-FORCAGE           'Y' carte FORCE presente
      *       FICR-MOTIF-FORCAGE     motif de la carte FORCE
      *       FICR-ID-RECEPTION      ligne inscrite ('C', retour)
      *       FICR-ID-PRECEDENTE     traitement anterieur du meme
      *                              fichier ('C', retour, 0 si
      *                              aucun)
      *       FICR-DATE-PRECEDENTE   sa date de traitement
      *       FICR-CODE-RETOUR       '0' ok, 'D' deja traite (et
      *                              pas de carte FORCE), 'E' erreur
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

      *    L'enregistrement est lu par mots de deux octets pour le
      *    checksum : somme ponderee glissante modulo un nombre
      *    premier, sensible a l'ordre des octets et des lignes
       01  WS-TAMPON                 PIC X(200).
       01  FILLER REDEFINES WS-TAMPON.
           05  WS-MOT                PIC 9(4) COMP-5 OCCURS 100.
       01  WS-IX                     PIC S9(4) COMP.
       01  WS-CUMUL                  PIC S9(18) COMP.
       01  WS-QUOTIENT               PIC S9(18) COMP.
       01  WS-MODULE                 PIC S9(9) COMP VALUE 999999937.

       01  WS-NULL-INDICATOR         PIC S9(4) COMP.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

       LINKAGE SECTION.
       01  FICR-ZONE.
           05  FICR-FONCTION          PIC X(1).
           05  FICR-PROGRAMME         PIC X(8).
           05  FICR-ID-FICHIER        PIC X(30).
           05  FICR-ENREG             PIC X(200).
           05  FICR-NB-ENREG          PIC S9(9) COMP.
           05  FICR-TOTAL             PIC S9(13)V99 COMP-3.
           05  FICR-CHECKSUM          PIC S9(9) COMP.
           05  FICR-FORCAGE           PIC X(1).
           05  FICR-MOTIF-FORCAGE     PIC X(40).
           05  FICR-ID-RECEPTION      PIC S9(9) COMP.
           05  FICR-ID-PRECEDENTE     PIC S9(9) COMP.
           05  FICR-DATE-PRECEDENTE   PIC X(10).
           05  FICR-CODE-RETOUR       PIC X(1).

       PROCEDURE DIVISION USING FICR-ZONE.

       0000-MAIN-PROCEDURE.
           MOVE 'E' TO FICR-CODE-RETOUR.

           EVALUATE FICR-FONCTION
              WHEN 'I'
                 PERFORM 1000-DEBUTER-EMPREINTE
                    THRU 1000-DEBUTER-EMPREINTE-EXIT
              WHEN 'A'
                 PERFORM 2000-CUMULER-ENREG
                    THRU 2000-CUMULER-ENREG-EXIT
              WHEN 'C'
                 PERFORM 3000-CONTROLER-REGISTRE
                    THRU 3000-CONTROLER-REGISTRE-EXIT
              WHEN 'T'
                 PERFORM 4000-TERMINER-RECEPTION
                    THRU 4000-TERMINER-RECEPTION-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0000-MAIN-PROCEDURE-EXIT.
           GOBACK.

       1000-DEBUTER-EMPREINTE.
           MOVE 0 TO FICR-NB-ENREG.
           MOVE 0 TO FICR-TOTAL.
           MOVE 0 TO FICR-CHECKSUM.
           MOVE 0 TO FICR-ID-RECEPTION.
           MOVE 0 TO FICR-ID-PRECEDENTE.
           MOVE SPACES TO FICR-DATE-PRECEDENTE.
           MOVE '0' TO FICR-CODE-RETOUR.

       1000-DEBUTER-EMPREINTE-EXIT.
           EXIT.

       2000-CUMULER-ENREG.
           MOVE FICR-ENREG TO WS-TAMPON.
           ADD 1 TO FICR-NB-ENREG.

           PERFORM 2100-CUMULER-MOT
              THRU 2100-CUMULER-MOT-EXIT
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > 100.

           MOVE '0' TO FICR-CODE-RETOUR.

       2000-CUMULER-ENREG-EXIT.
           EXIT.

       2100-CUMULER-MOT.
           COMPUTE WS-CUMUL =
              FICR-CHECKSUM * 31 + WS-MOT (WS-IX) + WS-IX.
           DIVIDE WS-CUMUL BY WS-MODULE
              GIVING WS-QUOTIENT REMAINDER FICR-CHECKSUM.

       2100-CUMULER-MOT-EXIT.
           EXIT.

       3000-CONTROLER-REGISTRE.
      *    Dernier traitement du meme fichier, quel que soit son
      *    etat : un traitement interrompu ('E') bloque aussi la
      *    relance
           MOVE 0 TO FICR-ID-PRECEDENTE.
           MOVE SPACES TO FICR-DATE-PRECEDENTE.
           EXEC SQL
              SELECT MAX(ID_RECEPTION)
              INTO :FICR-ID-PRECEDENTE :WS-NULL-INDICATOR
              FROM API8.FICHIERRECU
              WHERE NOM_PROGRAMME = :FICR-PROGRAMME
                AND ID_FICHIER = :FICR-ID-FICHIER
                AND NB_ENREG = :FICR-NB-ENREG
                AND TOTAL_CONTROLE = :FICR-TOTAL
                AND CHECKSUM = :FICR-CHECKSUM
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO 3000-CONTROLER-REGISTRE-EXIT
           END-IF.
           IF WS-NULL-INDICATOR = -1
              MOVE 0 TO FICR-ID-PRECEDENTE
           END-IF.

           IF FICR-ID-PRECEDENTE NOT = 0
              EXEC SQL
                 SELECT CHAR(DATE_TRAITEMENT)
                 INTO :FICR-DATE-PRECEDENTE
                 FROM API8.FICHIERRECU
                 WHERE ID_RECEPTION = :FICR-ID-PRECEDENTE
              END-EXEC
              IF FICR-FORCAGE NOT = 'Y'
                 MOVE 'D' TO FICR-CODE-RETOUR
                 GO TO 3000-CONTROLER-REGISTRE-EXIT
              END-IF
           END-IF.

      *    Fichier nouveau : la carte FORCE eventuelle n'a rien
      *    force, elle n'est pas tracee
           IF FICR-ID-PRECEDENTE = 0
              MOVE 'N' TO FICR-FORCAGE
              MOVE SPACES TO FICR-MOTIF-FORCAGE
           END-IF.

           PERFORM 3100-INSCRIRE-RECEPTION
              THRU 3100-INSCRIRE-RECEPTION-EXIT.

       3000-CONTROLER-REGISTRE-EXIT.
           EXIT.

       3100-INSCRIRE-RECEPTION.
           MOVE 'FICHIERRECU' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              GO TO 3100-INSCRIRE-RECEPTION-EXIT
           END-IF.
           MOVE NUMO-VALEUR TO FICR-ID-RECEPTION.

           EXEC SQL
              INSERT INTO API8.FICHIERRECU
                 (ID_RECEPTION, NOM_PROGRAMME, ID_FICHIER, NB_ENREG,
                  TOTAL_CONTROLE, CHECKSUM, DATE_TRAITEMENT,
                  HEURE_TRAITEMENT, STATUT_RECEP, FORCAGE,
                  MOTIF_FORCAGE, ID_RECEPTION_ORIGINE)
              VALUES
                 (:FICR-ID-RECEPTION, :FICR-PROGRAMME,
                  :FICR-ID-FICHIER, :FICR-NB-ENREG, :FICR-TOTAL,
                  :FICR-CHECKSUM, CURRENT DATE, CURRENT TIME, 'E',
                  :FICR-FORCAGE, :FICR-MOTIF-FORCAGE,
                  :FICR-ID-PRECEDENTE)
           END-EXEC.

           IF SQLCODE = 0
              MOVE '0' TO FICR-CODE-RETOUR
           ELSE
              MOVE 0 TO FICR-ID-RECEPTION
           END-IF.

       3100-INSCRIRE-RECEPTION-EXIT.
           EXIT.

       4000-TERMINER-RECEPTION.
      *    Aucune reception inscrite (fichier rejete avant le
      *    controle au registre) : rien a terminer
           IF FICR-ID-RECEPTION = 0
              MOVE '0' TO FICR-CODE-RETOUR
              GO TO 4000-TERMINER-RECEPTION-EXIT
           END-IF.

           EXEC SQL
              UPDATE API8.FICHIERRECU
              SET STATUT_RECEP = 'T',
                  DATE_TRAITEMENT = CURRENT DATE,
                  HEURE_TRAITEMENT = CURRENT TIME
              WHERE ID_RECEPTION = :FICR-ID-RECEPTION
           END-EXEC.

           IF SQLCODE = 0
              MOVE '0' TO FICR-CODE-RETOUR
           END-IF.

       4000-TERMINER-RECEPTION-EXIT.
           EXIT.
