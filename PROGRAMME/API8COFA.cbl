       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8COFA.
      *===============================================================
      *    ECRAN DE SAISIE DES ACCES AUX COFFRES-FORTS
      *    Transaction SN43. Au guichet, l'operateur saisit son
      *    identifiant, l'agence et le numero du coffre et le client
      *    qui se presente. L'acces n'est accorde qu'au titulaire du
      *    contrat actif (API8.CONTRATCOFFRE, tenu par API8COFR) ou
      *    a un co-locataire declare (API8.COLOCCOFFRE), et refuse
      *    tant que le contrat est bloque pour loyer impaye
      *    (ACCES_BLOQUE, pose par API8COFB) ou gele par une mise en
      *    succession du titulaire (GEL_SUCCESSION, pose par
      *    API8SUCC). Chaque acces accorde est inscrit au journal
      *    API8.ACCESCOFFRE (contrat, client, operateur, date et
      *    heure) ; un acces refuse est trace sur API8.AUDITLOG.
      *    Comme API8CAGU, l'ecran n'a pas de jeton de session :
      *    l'identifiant de l'operateur est saisi et controle actif
      *    sur API8.OPERATEUR.
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

       COPY DFHAID.
       COPY APNSE40.

       01  WS-COMMUNICATION-AREA  PIC S9(9) COMP.
       01  WS-NULL-INDICATOR      PIC S9(4) COMP.

       01  WS-ID-OPERATEUR        PIC X(8).
       01  WS-ACTIF-OPER          PIC X(1).

      *    Coffre et contrat
       01  WS-CODE-AGENCE         PIC X(4).
       01  WS-NUM-COFFRE          PIC X(6).
       01  WS-TAILLE-COFFRE       PIC X(1).
       01  WS-ID-CONTRAT          PIC S9(9) COMP.
       01  WS-ID-TITULAIRE        PIC S9(9) COMP.
       01  WS-ACCES-BLOQUE        PIC X(1).
       01  WS-GEL-SUCCESSION      PIC X(1).
       01  WS-ID-CLIENT-ACCES     PIC S9(9) COMP.
       01  WS-NB-COLOC            PIC S9(9) COMP.
       01  WS-ID-ACCES            PIC S9(9) COMP.
       01  WS-ID-EDIT             PIC 9(9).

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Piste d'audit operateur
       01  WS-ID-AUDIT            PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT     PIC X(30).

      *    Zone d'appel du controle d'inactivite API8STMO : la
      *    derniere activite du terminal est verifiee a chaque
      *    reentree, au-dela du delai la session est invalidee
       01  STMO-ZONE.
           05  STMO-TERMINAL      PIC X(4).
           05  STMO-ACTION        PIC X(1).
           05  STMO-UTILISATEUR   PIC X(8).
           05  STMO-CODE-RETOUR   PIC X(1).

       PROCEDURE DIVISION.


       0000-MAIN-PROCEDURE.

      *    Inactivite : meme suivi du terminal qu'API8CAGU
           MOVE EIBTRMID TO STMO-TERMINAL.
           MOVE 'TERMINAL' TO STMO-UTILISATEUR.
           IF EIBCALEN = ZERO
              MOVE 'R' TO STMO-ACTION
           ELSE
              MOVE 'C' TO STMO-ACTION
           END-IF.
           CALL 'API8STMO' USING STMO-ZONE.
           IF STMO-CODE-RETOUR = '1'
              MOVE LOW-VALUES TO COFA1I
              MOVE LOW-VALUES TO COFA1O
              MOVE 'SESSION EXPIREE - RELANCER LA TRANSACTION'
                 TO MESCOFO
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-COFA
              EXEC CICS RETURN
              END-EXEC
           END-IF.

           EVALUATE TRUE
              WHEN EIBCALEN = ZERO
                 MOVE LOW-VALUES TO COFA1I
                 MOVE LOW-VALUES TO COFA1O
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-COFA

              WHEN EIBAID = DFHCLEAR
                 MOVE LOW-VALUES TO COFA1I
                 MOVE LOW-VALUES TO COFA1O
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-COFA

              WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE

              WHEN EIBAID = DFHPF3 OR DFHPF12
                 EXEC CICS
                     RETURN
                 END-EXEC

              WHEN EIBAID = DFHENTER
                   PERFORM 1000-TRAITER-SAISIE

              WHEN OTHER
                 PERFORM 1100-RECEIVE-ECRAN-COFA
                 MOVE 'TOUCHE INVALIDE' TO MESCOFO
                 SET SEND-DATAONLY-ALARM TO TRUE
                 PERFORM 1400-SEND-ECRAN-COFA

           END-EVALUATE.

           EXEC CICS RETURN TRANSID('SN43')
                COMMAREA(WS-COMMUNICATION-AREA)
                LENGTH(LENGTH OF WS-COMMUNICATION-AREA)
           END-EXEC.

       1000-TRAITER-SAISIE.
           PERFORM 1100-RECEIVE-ECRAN-COFA.
           PERFORM 1200-VALIDER-SAISIE.
           IF VALID-DATA
              PERFORM 1300-CONTROLER-ACCES
           END-IF.
           IF VALID-DATA
              PERFORM 1500-ENREGISTRER-ACCES
           ELSE
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-COFA
           END-IF.

       1100-RECEIVE-ECRAN-COFA.
           EXEC CICS RECEIVE MAP ('COFA1')
                  MAPSET ('APNSE40')
                  INTO (COFA1I)
           END-EXEC.

       1200-VALIDER-SAISIE.
           MOVE 'Y' TO VALID-DATA-SW.

           IF OPECOFI = SPACES OR OPECOFI = LOW-VALUES
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'IDENTIFIANT OPERATEUR OBLIGATOIRE' TO MESCOFO
           END-IF.

           IF VALID-DATA
              IF AGECOFI = SPACES OR AGECOFI = LOW-VALUES
                 OR NUMCOFI = SPACES OR NUMCOFI = LOW-VALUES
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'AGENCE ET NUMERO DE COFFRE OBLIGATOIRES'
                    TO MESCOFO
              END-IF
           END-IF.

           IF VALID-DATA AND CLICOFI IS NOT NUMERIC
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'NUMERO CLIENT NUMERIQUE OBLIGATOIRE' TO MESCOFO
           END-IF.

           IF VALID-DATA
              MOVE OPECOFI TO WS-ID-OPERATEUR
              PERFORM 1220-VALIDER-OPERATEUR
           END-IF.

           IF VALID-DATA
              MOVE AGECOFI TO WS-CODE-AGENCE
              MOVE NUMCOFI TO WS-NUM-COFFRE
              MOVE CLICOFI TO WS-ID-CLIENT-ACCES
           END-IF.

       1220-VALIDER-OPERATEUR.
      *    L'operateur doit exister et etre actif sur
      *    API8.OPERATEUR, meme controle qu'API8CAGU
           MOVE SPACE TO WS-ACTIF-OPER.
           EXEC SQL
              SELECT ACTIF
              INTO :WS-ACTIF-OPER
              FROM API8.OPERATEUR
              WHERE ID_OPERATEUR = :WS-ID-OPERATEUR
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-ACTIF-OPER NOT = 'Y'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'OPERATEUR INCONNU OU INACTIF' TO MESCOFO
           END-IF.

       1300-CONTROLER-ACCES.
           EXEC SQL
              SELECT C.ID_CONTRAT, C.ID_CLIENT, C.ACCES_BLOQUE,
                     C.GEL_SUCCESSION, F.TAILLE_COFFRE
              INTO :WS-ID-CONTRAT, :WS-ID-TITULAIRE,
                   :WS-ACCES-BLOQUE, :WS-GEL-SUCCESSION,
                   :WS-TAILLE-COFFRE
              FROM API8.CONTRATCOFFRE C, API8.COFFRE F
              WHERE C.CODE_AGENCE = :WS-CODE-AGENCE
                AND C.NUM_COFFRE = :WS-NUM-COFFRE
                AND C.STATUT_CONTRAT = 'A'
                AND F.CODE_AGENCE = C.CODE_AGENCE
                AND F.NUM_COFFRE = C.NUM_COFFRE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'AUCUN CONTRAT ACTIF SUR CE COFFRE' TO MESCOFO
           ELSE
              MOVE WS-ID-CONTRAT TO WS-ID-EDIT
              MOVE WS-ID-EDIT TO CTRCOFO
              MOVE WS-TAILLE-COFFRE TO TAICOFO
              MOVE WS-ID-TITULAIRE TO WS-ID-EDIT
              MOVE WS-ID-EDIT TO TITCOFO
              PERFORM 1320-CONTROLER-PERSONNE
           END-IF.

       1320-CONTROLER-PERSONNE.
      *    Titulaire ou co-locataire declare, sinon refus
           MOVE 0 TO WS-NB-COLOC.
           IF WS-ID-CLIENT-ACCES = WS-ID-TITULAIRE
              MOVE 'TITULAIRE' TO QUACOFO
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-NB-COLOC
                 FROM API8.COLOCCOFFRE
                 WHERE ID_CONTRAT = :WS-ID-CONTRAT
                   AND ID_CLIENT = :WS-ID-CLIENT-ACCES
              END-EXEC
              IF WS-NB-COLOC > 0
                 MOVE 'CO-LOCATAIRE' TO QUACOFO
              ELSE
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'CLIENT NON AUTORISE SUR CE COFFRE'
                    TO MESCOFO
              END-IF
           END-IF.

           IF VALID-DATA
              EVALUATE TRUE
                 WHEN WS-GEL-SUCCESSION = 'Y'
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'ACCES REFUSE - COFFRE GELE (SUCCESSION)'
                       TO MESCOFO
                    MOVE 'ACCES COFFRE REFUSE GEL'
                       TO WS-AUDIT-EVENEMENT
                    PERFORM 1600-TRACER-AUDIT-COFFRE
                 WHEN WS-ACCES-BLOQUE = 'Y'
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'ACCES REFUSE - LOYER DU COFFRE IMPAYE'
                       TO MESCOFO
                    MOVE 'ACCES COFFRE REFUSE IMPAYE'
                       TO WS-AUDIT-EVENEMENT
                    PERFORM 1600-TRACER-AUDIT-COFFRE
              END-EVALUATE
           END-IF.

       1500-ENREGISTRER-ACCES.
           MOVE 'ACCESCOFFRE' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              MOVE 'ATTRIBUTION NUMERO D ACCES IMPOSSIBLE' TO MESCOFO
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-COFA
           ELSE
              MOVE NUMO-VALEUR TO WS-ID-ACCES
              EXEC SQL
                 INSERT INTO API8.ACCESCOFFRE
                    (ID_ACCES, ID_CONTRAT, ID_CLIENT, ID_OPERATEUR,
                     DATE_ACCES, HEURE_ACCES)
                 VALUES
                    (:WS-ID-ACCES, :WS-ID-CONTRAT,
                     :WS-ID-CLIENT-ACCES, :WS-ID-OPERATEUR,
                     CURRENT DATE, CURRENT TIME)
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'ACCES AU COFFRE ENREGISTRE' TO MESCOFO
                 SET SEND-DATAONLY TO TRUE
              ELSE
                 MOVE 'ERREUR ENREGISTREMENT ACCES' TO MESCOFO
                 SET SEND-DATAONLY-ALARM TO TRUE
              END-IF
              PERFORM 1400-SEND-ECRAN-COFA
           END-IF.

       1600-TRACER-AUDIT-COFFRE.
           EXEC SQL
              SELECT MAX(ID_AUDIT)
              INTO :WS-ID-AUDIT :WS-NULL-INDICATOR
              FROM API8.AUDITLOG
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-AUDIT
           ELSE
              ADD 1 TO WS-ID-AUDIT
           END-IF.

           EXEC SQL
              INSERT INTO API8.AUDITLOG
                 (ID_AUDIT, ID_CLIENT, PROGRAMME, EVENEMENT,
                  ID_OPERATEUR, DATE_AUDIT, HEURE_AUDIT)
              VALUES
                 (:WS-ID-AUDIT, :WS-ID-CLIENT-ACCES, 'API8COFA',
                  :WS-AUDIT-EVENEMENT, :WS-ID-OPERATEUR,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.

       1400-SEND-ECRAN-COFA.
           EVALUATE TRUE
              WHEN SEND-ERASE
                 EXEC CICS SEND MAP ('COFA1')
                      MAPSET ('APNSE40')
                      FROM(COFA1O)
                      ERASE
                 END-EXEC
              WHEN SEND-DATAONLY
                 EXEC CICS SEND MAP ('COFA1')
                      MAPSET ('APNSE40')
                      FROM(COFA1O)
                      DATAONLY
                 END-EXEC
              WHEN SEND-DATAONLY-ALARM
                 EXEC CICS SEND MAP ('COFA1')
                      MAPSET ('APNSE40')
                      FROM(COFA1O)
                      DATAONLY
                 END-EXEC
           END-EVALUATE.
