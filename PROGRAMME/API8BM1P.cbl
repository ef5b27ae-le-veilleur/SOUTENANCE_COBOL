           05  WS-MND-MAX          PIC S9(8)V99 COMP-3.
           05  FILLER              PIC X(2).

      *    Session de signataire : une personne physique habilitee
      *    (API8.SIGNATAIRE, tenu par API8PMOR) se connecte avec son
      *    propre ID et code et opere sur le compte de la personne
      *    morale ; son plafond par virement et l'exigence d'une
      *    seconde signature partent avec la main vers l'ecran de
      *    virement
       01  WS-SESSION-SIGN-SW     PIC X VALUE 'N'.
           88 SESSION-SIGNATAIRE        VALUE 'Y'.
       01  WS-ID-SIGNATAIRE       PIC S9(9) COMP.
       01  WS-SIGN-PLAFOND        PIC S9(8)V99 COMP-3.
       01  WS-SIGN-DOUBLE         PIC X(1).
       01  WS-SIGN-NULL-IND       PIC S9(4) COMP.

      *    Verrouillage apres echecs repetes
       01  WS-NB-ECHECS           PIC S9(4) COMP VALUE 0.
       01  WS-VERROUILLE          PIC X(1).
      *    vers l'ecran de virement : flag 'M' + plafond par
      *    operation, envoyes sur 22 octets pour une session
      *    mandataire, 8 octets sinon (l'ecran garde l'ancien
      *    comportement). Une session de signataire envoie 27
      *    octets : flag 'G', plafond de signature, ID du signataire
      *    et indicateur de seconde signature
       01  WS-COMMAREA-CHOIX.
           05  WS-CHX-ID-CLIENT    PIC S9(9) COMP.
           05  WS-CHX-ID-COMPTE    PIC S9(9) COMP.
           05  WS-CHX-MONTANT      PIC S9(8)V99 COMP-3.
           05  WS-CHX-MND-FLAG     PIC X(1).
           05  WS-CHX-MND-MAX      PIC S9(8)V99 COMP-3.
           05  WS-CHX-ID-SIGN      PIC S9(9) COMP.
           05  WS-CHX-DOUBLE-SIGN  PIC X(1).

      *    Consultation de solde multi-comptes
       01  WS-NB-CB-MATCH         PIC S9(9) COMP.
       01  WS-CODE-CB-EXPIRE-SW    PIC X VALUE 'N'.
           88 CODE-CB-EXPIRE                 VALUE 'Y'.

      *    Le CODE_CB n'est plus range en clair : chaque ligne
      *    (COMPTE, COTITULAIRE, PROCURATION) porte un sel SEL_CB et
      *    l'empreinte EMPREINTE_CB calculee par API8EMPR ; le code
      *    saisi est condense avec le sel de la ligne et seules les
      *    empreintes sont comparees
       01  WS-SEL-NULL-IND         PIC S9(4) COMP.
       01  WS-ID-CLIENT-EMPR       PIC 9(9).
       01  EMPR-ZONE.
           05  EMPR-ACTION        PIC X(1).
           05  EMPR-IDENTITE      PIC X(9).
           05  EMPR-SECRET        PIC X(8).
           05  EMPR-SEL           PIC X(8).
           05  EMPR-EMPREINTE     PIC X(18).
      *    Cotitulaire, mandataire ou signataire : chaque ligne de la
      *    personne a son propre sel - le code saisi est condense
      *    avec le sel de chaque ligne tour a tour, la premiere
      *    empreinte egale ouvre la session
       01  WS-FIN-SEL-SW           PIC X VALUE 'N'.
           88 FIN-SEL                        VALUE 'Y'.
       01  WS-SEL-TROUVE-SW        PIC X VALUE 'N'.
           88 SEL-TROUVE                     VALUE 'Y'.


      *    Zone d'appel du controle d'inactivite API8STMO : la
      *    derniere activite du terminal est verifiee a chaque
              WHEN 'O'
              WHEN 'J'
              WHEN 'E'
              WHEN 'W'
              WHEN 'K'
              WHEN 'U'
              WHEN 'X'
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO VALID-DATA-SW
      *       simple renverrait -811 et refusait la connexion aux
      *       clients memes de la selection de compte
              MOVE 0 TO WS-NB-CB-MATCH
              MOVE SPACES TO EMPR-SEL
              EXEC SQL
                 SELECT MIN(SEL_CB)
                 INTO :EMPR-SEL :WS-SEL-NULL-IND
                 FROM API8.COMPTE
                 WHERE ID_CLIENT = :WS-ID-CLIENT
              END-EXEC
              PERFORM 1302-CALCULER-EMPREINTE-CB
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-NB-CB-MATCH
                 FROM API8.COMPTE
                 WHERE ID_CLIENT = :WS-ID-CLIENT
                 AND EMPREINTE_CB = :EMPR-EMPREINTE
              END-EXEC

              EVALUATE TRUE
                  IF NOT VALID-DATA
                     PERFORM 1327-VERIF-PROCURATION
                  END-IF
                  IF NOT VALID-DATA AND NOT SESSION-MANDAT
                     PERFORM 1328-VERIF-SIGNATAIRE
                  END-IF
                  IF VALID-DATA
                     PERFORM 1330-RAZ-ECHECS
                     MOVE WS-ID-CLIENT-TITULAIRE TO WS-ID-CLIENT
                     PERFORM 1340-LIRE-LANGUE
                     MOVE 'API8BM1P' TO WS-AUDIT-PROGRAMME
                     IF SESSION-SIGNATAIRE
                        MOVE 'CONNEXION REUSSIE (SIGNAT.)'
                           TO WS-AUDIT-EVENEMENT
                     ELSE
                        MOVE 'CONNEXION REUSSIE (COTIT.)'
                           TO WS-AUDIT-EVENEMENT
                     END-IF
                     PERFORM 1350-TRACER-AUDIT
                     PERFORM 1305-DERIVER-STATUT
                     IF WS-STATUT-COMPTE = 'C'
                        PERFORM 1500-EXEC-RETDEP
                     END-IF
                     END-IF
                  ELSE
                  IF SESSION-SIGNATAIRE
      *              Signataire reconnu mais operation refusee : le
      *              message de 1328 reste affiche, pas d'echec compte
                     MOVE 'N' TO VALID-DATA-SW
                  ELSE
                     MOVE 'N' TO VALID-DATA-SW
                     MOVE 'CLIENT INCONNU' TO MESDEPRETO
                     MOVE 'CONNEXION ECHEC' TO WS-AUDIT-EVENEMENT
                     PERFORM 1350-TRACER-AUDIT
                  END-IF
                  END-IF
              END-EVALUATE
           END-IF
           END-IF.

       1302-CALCULER-EMPREINTE-CB.
      *    Empreinte du code saisi avec le sel lu sur la ligne
      *    candidate (EMPR-SEL positionne par l'appelant) ; sans sel
      *    lu, l'empreinte ne peut correspondre a aucune ligne
           IF WS-SEL-NULL-IND = -1 OR SQLCODE NOT = 0
              MOVE SPACES TO EMPR-SEL
           END-IF.
           MOVE 'C' TO EMPR-ACTION.
           MOVE WS-ID-CLIENT TO WS-ID-CLIENT-EMPR.
           MOVE WS-ID-CLIENT-EMPR TO EMPR-IDENTITE.
           MOVE WS-TEMP-CODE-CB-ALPHA TO EMPR-SECRET.
           CALL 'API8EMPR' USING EMPR-ZONE.

       1305-DERIVER-STATUT.
      *    Statut effectif derive de l'ENSEMBLE des comptes du client
      *    (le CODE_CB est le meme partout, un SELECT simple ferait
      *    auquel cas on poursuit sur le COMPTE du titulaire principal
           MOVE 0 TO WS-ID-CLIENT-TITULAIRE.
           EXEC SQL
              DECLARE CSELCOT CURSOR FOR
              SELECT SEL_CB
              FROM API8.COTITULAIRE
              WHERE ID_CLIENT = :WS-ID-CLIENT
                AND SEL_CB IS NOT NULL
           END-EXEC.

           EXEC SQL
              OPEN CSELCOT
           END-EXEC.

           MOVE 'N' TO WS-FIN-SEL-SW.
           MOVE 'N' TO WS-SEL-TROUVE-SW.
           PERFORM 1326-ESSAI-SEL-COTIT
              UNTIL FIN-SEL OR SEL-TROUVE.

           EXEC SQL
              CLOSE CSELCOT
           END-EXEC.

           IF SEL-TROUVE
              MOVE 'Y' TO VALID-DATA-SW
           ELSE
              MOVE 'N' TO VALID-DATA-SW
           END-IF.

       1326-ESSAI-SEL-COTIT.
           EXEC SQL
              FETCH CSELCOT
              INTO :EMPR-SEL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FIN-SEL-SW
           ELSE
              MOVE 0 TO WS-SEL-NULL-IND
              PERFORM 1302-CALCULER-EMPREINTE-CB
              EXEC SQL
                 SELECT C.ID_CLIENT
                 INTO :WS-ID-CLIENT-TITULAIRE
                 FROM API8.COTITULAIRE CO, API8.COMPTE C
                 WHERE CO.ID_CLIENT = :WS-ID-CLIENT
                   AND CO.SEL_CB = :EMPR-SEL
                   AND CO.EMPREINTE_CB = :EMPR-EMPREINTE
                   AND CO.ID_COMPTE = C.ID_COMPTE
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO WS-SEL-TROUVE-SW
              END-IF
           END-IF.

       1327-VERIF-PROCURATION.
      *    Mandataire : son ID/CODE_CB ne correspond ni a un
      *    titulaire ni a un cotitulaire - on verifie s'il porte une
           MOVE 0 TO WS-ID-CLIENT-TITULAIRE.

           EXEC SQL
              DECLARE CSELPRO CURSOR FOR
              SELECT SEL_CB
              FROM API8.PROCURATION
              WHERE ID_CLIENT = :WS-ID-CLIENT
                AND ACTIF = 'Y'
                AND SEL_CB IS NOT NULL
           END-EXEC.

           EXEC SQL
              OPEN CSELPRO
           END-EXEC.

           MOVE 'N' TO WS-FIN-SEL-SW.
           MOVE 'N' TO WS-SEL-TROUVE-SW.
           PERFORM 1329-ESSAI-SEL-MANDAT
              UNTIL FIN-SEL OR SEL-TROUVE.

           EXEC SQL
              CLOSE CSELPRO
           END-EXEC.

           IF SEL-TROUVE
              SET SESSION-MANDAT TO TRUE
              MOVE 'Y' TO VALID-DATA-SW
      *       L'operation demandee doit figurer dans les types
              MOVE 'N' TO VALID-DATA-SW
           END-IF.

       1329-ESSAI-SEL-MANDAT.
           EXEC SQL
              FETCH CSELPRO
              INTO :EMPR-SEL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FIN-SEL-SW
           ELSE
              MOVE 0 TO WS-SEL-NULL-IND
              PERFORM 1302-CALCULER-EMPREINTE-CB
              EXEC SQL
                 SELECT C.ID_CLIENT, P.MONTANT_MAX, P.TYPES_AUTORISES
                 INTO :WS-ID-CLIENT-TITULAIRE, :WS-MANDAT-MAX,
                      :WS-MANDAT-TYPES
                 FROM API8.PROCURATION P, API8.COMPTE C
                 WHERE P.ID_CLIENT = :WS-ID-CLIENT
                   AND P.SEL_CB = :EMPR-SEL
                   AND P.EMPREINTE_CB = :EMPR-EMPREINTE
                   AND P.ID_COMPTE = C.ID_COMPTE
                   AND VALUE(C.STATUT, ' ') NOT = 'C'
                   AND VALUE(C.STATUT, ' ') NOT = 'D'
                   AND VALUE(C.STATUT, ' ') NOT = 'S'
                   AND P.ACTIF = 'Y'
                   AND P.DATE_EXPIRATION >= CURRENT DATE
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO WS-SEL-TROUVE-SW
              END-IF
           END-IF.

       1328-VERIF-SIGNATAIRE.
      *    Signataire d'une personne morale : son ID/code ne
      *    correspond ni a un titulaire, ni a un cotitulaire, ni a un
      *    mandataire - on verifie s'il porte une habilitation active
      *    (API8.SIGNATAIRE), auquel cas la session s'ouvre sur le
      *    compte de la societe. Le signataire n'accede qu'aux
      *    operations ouvertes aux societes : virement, depot, solde,
      *    liste et mini-releve
           MOVE 'N' TO WS-SESSION-SIGN-SW.
           MOVE 0 TO WS-ID-CLIENT-TITULAIRE.

      *    Un signataire de plusieurs societes : la premiere
      *    habilitation dont le code correspond (forme MIN, un
      *    SELECT simple renverrait -811)
           EXEC SQL
              DECLARE CSELSIG CURSOR FOR
              SELECT SEL_CB
              FROM API8.SIGNATAIRE
              WHERE ID_CLIENT_SIGN = :WS-ID-CLIENT
                AND ACTIF = 'Y'
                AND SEL_CB IS NOT NULL
           END-EXEC.

           EXEC SQL
              OPEN CSELSIG
           END-EXEC.

           MOVE 'N' TO WS-FIN-SEL-SW.
           MOVE 'N' TO WS-SEL-TROUVE-SW.
           PERFORM 1332-ESSAI-SEL-SIGN
              UNTIL FIN-SEL OR SEL-TROUVE.

           EXEC SQL
              CLOSE CSELSIG
           END-EXEC.

           IF SEL-TROUVE
              MOVE 0 TO SQLCODE
           ELSE
              MOVE 100 TO SQLCODE
           END-IF.

           IF SQLCODE = 0
              EXEC SQL
                 SELECT PLAFOND_SIGN, DOUBLE_SIGNATURE
                 INTO :WS-SIGN-PLAFOND, :WS-SIGN-DOUBLE
                 FROM API8.SIGNATAIRE
                 WHERE ID_CLIENT_SOCIETE = :WS-ID-CLIENT-TITULAIRE
                   AND ID_CLIENT_SIGN = :WS-ID-CLIENT
              END-EXEC
           END-IF.

           IF SQLCODE = 0
              SET SESSION-SIGNATAIRE TO TRUE
              MOVE WS-ID-CLIENT TO WS-ID-SIGNATAIRE
              MOVE 'Y' TO VALID-DATA-SW
              EVALUATE RETDEPI
                 WHEN 'V'
                 WHEN 'D'
                 WHEN 'S'
                 WHEN 'L'
                 WHEN 'M'
                    CONTINUE
                 WHEN OTHER
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'OPERATION NON OUVERTE AU SIGNATAIRE'
                       TO MESDEPRETO
              END-EVALUATE
           ELSE
              MOVE 'N' TO VALID-DATA-SW
           END-IF.

       1332-ESSAI-SEL-SIGN.
           EXEC SQL
              FETCH CSELSIG
              INTO :EMPR-SEL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FIN-SEL-SW
           ELSE
              MOVE 0 TO WS-SEL-NULL-IND
              PERFORM 1302-CALCULER-EMPREINTE-CB
              EXEC SQL
                 SELECT MIN(ID_CLIENT_SOCIETE)
                 INTO :WS-ID-CLIENT-TITULAIRE :WS-SIGN-NULL-IND
                 FROM API8.SIGNATAIRE
                 WHERE ID_CLIENT_SIGN = :WS-ID-CLIENT
                   AND SEL_CB = :EMPR-SEL
                   AND EMPREINTE_CB = :EMPR-EMPREINTE
                   AND ACTIF = 'Y'
              END-EXEC
              IF SQLCODE = 0 AND WS-SIGN-NULL-IND NOT = -1
                 MOVE 'Y' TO WS-SEL-TROUVE-SW
              END-IF
           END-IF.

       1330-RAZ-ECHECS.
      *    Connexion reussie : on remet le compteur a zero s'il existe
           EXEC SQL
                      COMMAREA(WS-COMMUNICATION-AREA)
                      LENGTH(LENGTH OF WS-COMMUNICATION-AREA)
                 END-EXEC

              WHEN 'W'
      *          Virement international hors euro - ecran API8VINT
                 MOVE 'API8VINT' TO WS-AUDIT-PROGRAMME
                 MOVE 'ACCES ECRAN' TO WS-AUDIT-EVENEMENT
                 PERFORM 1350-TRACER-AUDIT
                 EXEC CICS XCTL PROGRAM('API8VINT')
                      COMMAREA(WS-COMMUNICATION-AREA)
                      LENGTH(LENGTH OF WS-COMMUNICATION-AREA)
                 END-EXEC

              WHEN 'K'
      *          Consentements d'acces aux comptes par les
      *          prestataires tiers - ecran API8CNST
                 MOVE 'API8CNST' TO WS-AUDIT-PROGRAMME
                 MOVE 'ACCES ECRAN' TO WS-AUDIT-EVENEMENT
                 PERFORM 1350-TRACER-AUDIT
                 EXEC CICS XCTL PROGRAM('API8CNST')
                      COMMAREA(WS-COMMUNICATION-AREA)
                      LENGTH(LENGTH OF WS-COMMUNICATION-AREA)
                 END-EXEC

              WHEN 'U'
      *          Budget du mois par categorie de depense - ecran
      *          API8BUDG
                 MOVE 'API8BUDG' TO WS-AUDIT-PROGRAMME
                 MOVE 'ACCES ECRAN' TO WS-AUDIT-EVENEMENT
                 PERFORM 1350-TRACER-AUDIT
                 EXEC CICS XCTL PROGRAM('API8BUDG')
                      COMMAREA(WS-COMMUNICATION-AREA)
                      LENGTH(LENGTH OF WS-COMMUNICATION-AREA)
                 END-EXEC

              WHEN 'X'
      *          Reservation d'un gros retrait d'especes en agence -
      *          ecran API8RESE
                 MOVE 'API8RESE' TO WS-AUDIT-PROGRAMME
                 MOVE 'ACCES ECRAN' TO WS-AUDIT-EVENEMENT
                 PERFORM 1350-TRACER-AUDIT
                 EXEC CICS XCTL PROGRAM('API8RESE')
                      COMMAREA(WS-COMMUNICATION-AREA)
                      LENGTH(LENGTH OF WS-COMMUNICATION-AREA)
                 END-EXEC
           END-EVALUATE.

       1700-ROUTER-AVEC-COMPTE.
      *    Session mandataire : la selection multi-comptes est
      *    court-circuitee (le mandat s'exerce sur le premier compte
      *    du titulaire) et le plafond du mandat part avec la main
      *    vers l'ecran de virement, qui l'applique avant tout debit.
      *    Meme regle pour un signataire : il opere sur le premier
      *    compte de la societe, avec son pouvoir de signature
           IF WS-NB-COMPTES-CLIENT > 1 AND NOT SESSION-MANDAT
              AND NOT SESSION-SIGNATAIRE
              MOVE WS-ID-CLIENT TO WS-SELC-ID-CLIENT
              MOVE RETDEPI TO WS-SELC-CHOIX
              EXEC CICS XCTL PROGRAM('API8SELC')
                         COMMAREA(WS-COMMAREA-CHOIX)
                         LENGTH(22)
                    END-EXEC
                 ELSE
                 IF SESSION-SIGNATAIRE
                    MOVE SPACE TO WS-CHX-ATTENTE
                    MOVE 0 TO WS-CHX-MONTANT
                    MOVE 'G' TO WS-CHX-MND-FLAG
                    MOVE WS-SIGN-PLAFOND TO WS-CHX-MND-MAX
                    MOVE WS-ID-SIGNATAIRE TO WS-CHX-ID-SIGN
                    MOVE WS-SIGN-DOUBLE TO WS-CHX-DOUBLE-SIGN
                    EXEC CICS XCTL PROGRAM('API8VIR')
                         COMMAREA(WS-COMMAREA-CHOIX)
                         LENGTH(27)
                    END-EXEC
                 ELSE
                    EXEC CICS XCTL PROGRAM('API8VIR')
                         COMMAREA(WS-COMMAREA-CHOIX)
                         LENGTH(8)
                    END-EXEC
                 END-IF
                 END-IF
              END-IF
           END-IF.

