       01  WS-NOM-BENEF-EXT        PIC X(30).
       01  WS-ID-VIREXT            PIC S9(9) COMP.

      *    Virement externe instantane (INSTVIRI = 'O') : soumis en
      *    temps reel par le service API8SINS ; debite a
      *    l'acceptation seulement, jamais sur un rejet ; delai
      *    depasse, banque non joignable, nom discordant ou
      *    concordance sanctions : repli sur le circuit batch
      *    (1310-PROCESS-VIREMENT-EXTERNE). Les regles de renvoi en
      *    validation (API8RVAL) passent avant : un virement retenu
      *    n'est jamais envoye en instantane
       01  WS-INSTANT-SW           PIC X VALUE 'N'.
           88 VIREMENT-INSTANTANE         VALUE 'Y'.
       01  WS-VIREXT-EXPEDIE       PIC X(1).
       01  WS-VIREXT-VERIF         PIC X(1).
       01  WS-VIREXT-SANCTION      PIC X(1).
       01  WS-VIREXT-TYPE          PIC X(1).
       01  SINS-ZONE.
           05  SINS-ID-CLIENT     PIC S9(9) COMP.
           05  SINS-ID-COMPTE     PIC S9(9) COMP.
           05  SINS-IBAN-BENEF    PIC X(27).
           05  SINS-NOM-BENEF     PIC X(30).
           05  SINS-MONTANT       PIC S9(8)V99 COMP-3.
           05  SINS-LIBELLE       PIC X(30).
           05  SINS-ID-VIRINST    PIC S9(9) COMP.
           05  SINS-MOTIF         PIC X(4).
           05  SINS-CODE-RETOUR   PIC X(1).

      *    Multi-devises : chaque COMPTE porte desormais
      *    une DEVISE (repli 'EUR' si la colonne est absente ou vide,
      *    meme convention que LANGUE/STATUT) ; le virement interne
       01  WS-CODE-CB-VERIF      PIC 9(4).
       01  WS-NB-CB-VERIF        PIC S9(9) COMP.

      *    Le CODE_CB n'est plus range en clair : le code resaisi est
      *    condense avec le sel du compte (service API8EMPR) et
      *    compare a l'empreinte EMPREINTE_CB
       01  WS-SEL-NULL-IND       PIC S9(4) COMP.
       01  EMPR-ZONE.
           05  EMPR-ACTION       PIC X(1).
           05  EMPR-IDENTITE     PIC X(9).
           05  EMPR-SECRET       PIC X(8).
           05  EMPR-SEL          PIC X(8).
           05  EMPR-EMPREINTE    PIC X(18).

      *    Solde disponible : le solde comptable
      *    diminue des credits a date de valeur future (API8.
      *    OPERATION.DATE_VALEUR posterieure a aujourd'hui - une
       01  WS-RESERVATIONS-CARTE  PIC S9(8)V99 COMP-3.
       01  WS-RES-NULL-IND        PIC S9(4) COMP.

      *    Montants bloques par une saisie active ou contestee
      *    (API8.SAISIE, registre tenu par API8SAIS) : retranches du
      *    disponible jusqu'au paiement ou a la mainlevee
       01  WS-MONTANT-SAISI       PIC S9(8)V99 COMP-3.
       01  WS-SAI-NULL-IND        PIC S9(4) COMP.

      *    Achats carte a debit differe non encore debites
      *    (API8.ENCOURSCARTE, statut 'E', debit de fin de mois par
      *    API8DIFF) : retranches du disponible
       01  WS-ENCOURS-DIFFERE     PIC S9(8)V99 COMP-3.
       01  WS-ENC-NULL-IND        PIC S9(4) COMP.

      *    Gros retraits d'especes reserves en agence
      *    (API8.RESERVESPECES, statut 'R', ecran API8RESE) :
      *    retranches du disponible jusqu'au retrait au guichet
       01  WS-RESERVES-ESPECES    PIC S9(8)V99 COMP-3.
       01  WS-REE-NULL-IND        PIC S9(4) COMP.


      *    Garde anti double-saisie : un virement identique
      *    (meme emetteur, meme montant) poste il y a moins de
           05  WS-COMM-MONTANT     PIC S9(8)V99 COMP-3.
           05  WS-COMM-MND-FLAG    PIC X(1).
           05  WS-COMM-MND-MAX     PIC S9(8)V99 COMP-3.
           05  WS-COMM-ID-SIGN     PIC S9(9) COMP.
           05  WS-COMM-DOUBLE-SIGN PIC X(1).

      *    Session mandataire (procuration) : le flag 'M' et le
      *    plafond par operation arrivent d'API8BM1P sur 22 octets et
      *    applique avant tout debit (meme convention qu'API8RET)
       01  WS-MANDAT-FLAG          PIC X(1) VALUE ' '.
           88 SESSION-MANDATAIRE        VALUE 'M'.
           88 SESSION-SIGNATAIRE        VALUE 'G'.
       01  WS-MANDAT-MAX           PIC S9(8)V99 COMP-3 VALUE 0.

      *    Session de signataire d'une personne morale : flag 'G',
      *    plafond de signature (dans WS-MANDAT-MAX), ID du signataire
      *    et indicateur de seconde signature arrivent d'API8BM1P sur
      *    27 octets. Au-dela du plafond, un virement soumis a double
      *    signature est retenu sur API8.VIRSIGNATURE jusqu'a ce qu'un
      *    second signataire saisisse le meme virement dans le delai
      *    DELAI_SIGNATURE jours (parametre, repli 7) ; sans double
      *    signature il est refuse. Le compte d'une personne morale
      *    n'est debite que par un signataire
       01  WS-ID-SIGNATAIRE        PIC S9(9) COMP VALUE 0.
       01  WS-DOUBLE-SIGN          PIC X(1) VALUE 'N'.
       01  WS-TYPE-CLIENT-EMET     PIC X(1).
       01  WS-DELAI-SIGNATURE      PIC S9(3) COMP-3 VALUE 7.
       01  WS-ID-VIRSIGN           PIC S9(9) COMP.
       01  WS-VIRSIGN-NULL-IND     PIC S9(4) COMP.
       01  WS-NB-VIRSIGN           PIC S9(9) COMP.
       01  WS-SIGN-ID-BENEF        PIC S9(9) COMP.
       01  WS-SIGN-IBAN-BENEF      PIC X(27).

      *    Compte emetteur choisi apres connexion
      *    (API8BM1P / API8SELC) : le debit part de cet ID_COMPTE au
      *    lieu d'etre rederive de l'ID_CLIENT ; une entree heritee
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Zone d'appel de la tenue des compteurs journaliers
      *    API8CPTJ (nombre et cumul des debits du jour par compte)
       01  CPTJ-ZONE.
           05  CPTJ-ID-COMPTE         PIC S9(9) COMP.
           05  CPTJ-DATE-COMPTABLE    PIC X(8).
           05  CPTJ-NATURE            PIC X(1).
           05  CPTJ-SENS              PIC X(1).
           05  CPTJ-MONTANT           PIC S9(8)V99 COMP-3.
           05  CPTJ-CODE-RETOUR       PIC X(1).

      *    Zone d'appel du service de posting API8SVIR, partage
      *    entre le guichet 3270, le guichet assiste et l'automate
       01  SVIR-ZONE.
      *    (surveillance quotidienne API8DECV)
       01  WS-BLOQUE-DECOUVERT    PIC X(1).
       01  WS-STATUT-EMETTEUR     PIC X(1).

      *    Livret d'epargne reglemente (TYPE_COMPTE 'LIV') : debit par
      *    virement immediat vers le compte courant du titulaire
      *    seulement (regle portee par API8SVIR)
       01  WS-TYPE-COMPTE-EMET    PIC X(4).
       01  WS-LIBELLE-CARNET      PIC X(15).
       01  WS-TYPE-BENEF-CARNET   PIC X(1).
       01  WS-ID-COMPTE-CARNET    PIC S9(9) COMP.
       01  WS-DELAI-BENEF         PIC S9(3) COMP-3 VALUE 2.
       01  WS-NB-BENEF-INACTIF    PIC S9(9) COMP.

      *    Contrepartie gardee sur l'operation pour la categorisation
      *    des depenses : libelle du carnet, sinon nom du beneficiaire
      *    externe, blanc pour un virement interne saisi au numero
       01  WS-REF-CONTREPARTIE    PIC X(30).


      *    Zone d'appel du controle d'inactivite API8STMO : la
      *    derniere activite du terminal est verifiee a chaque
           05 DFHCOM-MONTANT   PIC S9(8)V99 COMP-3.
           05 DFHCOM-MND-FLAG  PIC X(1).
           05 DFHCOM-MND-MAX   PIC S9(8)V99 COMP-3.
           05 DFHCOM-ID-SIGN   PIC S9(9) COMP.
           05 DFHCOM-DOUBLE-SIGN PIC X(1).


       PROCEDURE DIVISION.
            MOVE DFHCOM-MND-FLAG TO WS-MANDAT-FLAG
            MOVE DFHCOM-MND-MAX TO WS-MANDAT-MAX
           END-IF.
           IF EIBCALEN >= 27
            MOVE DFHCOM-ID-SIGN TO WS-ID-SIGNATAIRE
            MOVE DFHCOM-DOUBLE-SIGN TO WS-DOUBLE-SIGN
           END-IF.
           PERFORM 1160-RESOUDRE-COMPTE.

           EVALUATE TRUE
      *        Arrivee du menu : 4/8 octets, ou 22/27 octets d'une
      *        session mandataire ou signataire (l'attente a blanc la
      *        distingue de notre propre re-entree)
               WHEN EIBCALEN = 4 OR 8
               WHEN EIBCALEN >= 22 AND WS-ATTENTE-CONF = SPACE
                  MOVE LOW-VALUES TO VIRU1I
                  MOVE LOW-VALUES TO VIRU1O
                  PERFORM 1150-GET-CLIENT-PRENOM
              MOVE WS-MONTANT-PREC TO WS-COMM-MONTANT
              MOVE WS-MANDAT-FLAG TO WS-COMM-MND-FLAG
              MOVE WS-MANDAT-MAX TO WS-COMM-MND-MAX
              MOVE WS-ID-SIGNATAIRE TO WS-COMM-ID-SIGN
              MOVE WS-DOUBLE-SIGN TO WS-COMM-DOUBLE-SIGN
              EXEC CICS
                   RETURN TRANSID('SN04')
                   COMMAREA(WS-ZONE-COMM)
           IF VALID-DATA
              PERFORM 1270-VERIF-DOUBLE-SAISIE
           END-IF.
           IF VALID-DATA AND NOT ATTENTE-CONFIRMATION
              PERFORM 1280-CONTROLER-SIGNATURE
           END-IF.
           IF VALID-DATA AND NOT ATTENTE-CONFIRMATION
              IF VIREMENT-EXTERNE
                 PERFORM 1500-VERIF-SOLDE
                    THRU 1500-VERIF-SOLDE-FIN
                 IF VALID-DATA
                    PERFORM 1307-CONTROLER-LIVRET
                 END-IF
                 IF VALID-DATA
                    PERFORM 1301-CONTROLER-REGIME-MINEUR
                 END-IF
                    PERFORM 1305-CONTROLER-RENVOI-EXT
                 END-IF
                 IF VALID-DATA AND NOT RENVOI-EXTERNE
                    IF VIREMENT-INSTANTANE
                       PERFORM 1330-PROCESS-VIREMENT-INSTANT
                    ELSE
                       PERFORM 1310-PROCESS-VIREMENT-EXTERNE
                    END-IF
                 END-IF
              ELSE
                 ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
                 ELSE
      *             Date de valeur future : virement differe 
                    MOVE DATEVIRI TO WS-DATE-VALEUR
                    PERFORM 1307-CONTROLER-LIVRET
                    IF VALID-DATA
                       PERFORM 1320-DIFFERER-VIREMENT
                    END-IF
                 END-IF
              END-IF
           END-IF.
              MOVE 'Y' TO WS-VIREMENT-EXTERNE-SW
           END-IF.

      *    Option instantane : ne vaut que pour un virement externe
           IF INSTVIRI = 'O'
              MOVE 'Y' TO WS-INSTANT-SW
           ELSE
              MOVE 'N' TO WS-INSTANT-SW
           END-IF.

           IF CARNET-UTILISE
              IF INPUTVIRI = SPACES OR INPUTVIRI IS NOT NUMERIC
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'CONFIRMATION CODE CB REQUISE' TO MESVIRO
                 PERFORM 1290-CLEAR-ALL-FIELDS
              ELSE
              IF SESSION-SIGNATAIRE
                 PERFORM 1266-VERIF-CODE-SIGNATAIRE
              ELSE
                 MOVE CONFCBVIRI TO WS-CODE-CB-VERIF
                 MOVE SPACES TO EMPR-SEL
                 EXEC SQL
                    SELECT MIN(SEL_CB)
                    INTO :EMPR-SEL :WS-SEL-NULL-IND
                    FROM API8.COMPTE
                    WHERE ID_CLIENT = :DCLCOMPTE.WS-ID-CLIENT
                 END-EXEC
                 IF WS-SEL-NULL-IND = -1
                    MOVE SPACES TO EMPR-SEL
                 END-IF
                 MOVE 'C' TO EMPR-ACTION
                 MOVE SPACES TO EMPR-IDENTITE
                 MOVE WS-CODE-CB-VERIF TO EMPR-SECRET
                 CALL 'API8EMPR' USING EMPR-ZONE
      *          Forme COUNT : un client multi-comptes porte la meme
      *          empreinte sur tous ses comptes (API8CPTN), un SELECT
      *          simple renverrait -811
                 MOVE 0 TO WS-NB-CB-VERIF
                 EXEC SQL
                    INTO :WS-NB-CB-VERIF
                    FROM API8.COMPTE
                    WHERE ID_CLIENT = :DCLCOMPTE.WS-ID-CLIENT
                      AND EMPREINTE_CB = :EMPR-EMPREINTE
                 END-EXEC
                 IF WS-NB-CB-VERIF = 0
                    MOVE 'N' TO VALID-DATA-SW
                    PERFORM 1290-CLEAR-ALL-FIELDS
                 END-IF
              END-IF
              END-IF
           END-IF.

       1266-VERIF-CODE-SIGNATAIRE.
      *    Session de signataire : le code resaisi est celui du
      *    signataire, condense avec le sel de son habilitation
      *    (API8.SIGNATAIRE) - la societe n'a pas de code propre
           MOVE CONFCBVIRI TO WS-CODE-CB-VERIF.
           MOVE SPACES TO EMPR-SEL.
           MOVE SPACES TO EMPR-EMPREINTE.
           EXEC SQL
              SELECT SEL_CB
              INTO :EMPR-SEL :WS-SEL-NULL-IND
              FROM API8.SIGNATAIRE
              WHERE ID_CLIENT_SOCIETE = :DFHCOM-ID-CLIENT
                AND ID_CLIENT_SIGN = :WS-ID-SIGNATAIRE
                AND ACTIF = 'Y'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-SEL-NULL-IND = -1
              MOVE SPACES TO EMPR-SEL
           END-IF.
           MOVE 'C' TO EMPR-ACTION.
           MOVE WS-ID-SIGNATAIRE TO WS-ID-CLIENT-EDIT.
           MOVE WS-ID-CLIENT-EDIT TO EMPR-IDENTITE.
           MOVE WS-CODE-CB-VERIF TO EMPR-SECRET.
           CALL 'API8EMPR' USING EMPR-ZONE.

           MOVE 0 TO WS-NB-CB-VERIF.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-CB-VERIF
              FROM API8.SIGNATAIRE
              WHERE ID_CLIENT_SOCIETE = :DFHCOM-ID-CLIENT
                AND ID_CLIENT_SIGN = :WS-ID-SIGNATAIRE
                AND ACTIF = 'Y'
                AND EMPREINTE_CB = :EMPR-EMPREINTE
           END-EXEC.
           IF WS-NB-CB-VERIF = 0
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'CODE CB DE CONFIRMATION INCORRECT' TO MESVIRO
              PERFORM 1290-CLEAR-ALL-FIELDS
           END-IF.

       1270-VERIF-DOUBLE-SAISIE.
              END-IF
           END-IF.

       1280-CONTROLER-SIGNATURE.
      *    Compte d'une personne morale (CLIENT.TYPE_CLIENT 'M') :
      *    seul un signataire habilite le debite, dans la limite de
      *    son pouvoir de signature
           MOVE 'P' TO WS-TYPE-CLIENT-EMET.
           EXEC SQL
              SELECT VALUE(TYPE_CLIENT, 'P')
              INTO :WS-TYPE-CLIENT-EMET
              FROM API8.CLIENT
              WHERE ID_CLIENT = :DFHCOM-ID-CLIENT
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'P' TO WS-TYPE-CLIENT-EMET
           END-IF.

           IF WS-TYPE-CLIENT-EMET = 'M' AND NOT SESSION-SIGNATAIRE
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'COMPTE SOCIETE : CONNEXION SIGNATAIRE REQUISE'
                 TO MESVIRO
              PERFORM 1290-CLEAR-ALL-FIELDS
           ELSE
              IF SESSION-SIGNATAIRE
                 AND WS-MONTANT-VIREMENT > WS-MANDAT-MAX
                 IF WS-DOUBLE-SIGN = 'Y'
                    PERFORM 1285-SECONDE-SIGNATURE
                 ELSE
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'MONTANT AU-DELA DE VOTRE POUVOIR DE SIGNATURE'
                       TO MESVIRO
                    PERFORM 1290-CLEAR-ALL-FIELDS
                 END-IF
              END-IF
           END-IF.

       1285-SECONDE-SIGNATURE.
      *    Au-dela du plafond : le virement part si un AUTRE
      *    signataire a deja saisi le meme virement (meme compte,
      *    meme beneficiaire, meme montant) dans le delai ; sinon il
      *    est retenu en attente de la seconde signature
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-DELAI-SIGNATURE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'DELAI_SIGNATURE'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 7 TO WS-DELAI-SIGNATURE
           END-IF.

           IF VIREMENT-EXTERNE
              MOVE 0 TO WS-SIGN-ID-BENEF
              MOVE WS-IBAN-BENEF TO WS-SIGN-IBAN-BENEF
           ELSE
              MOVE WS-ID-BENEF TO WS-SIGN-ID-BENEF
              MOVE SPACES TO WS-SIGN-IBAN-BENEF
           END-IF.

           EXEC SQL
              SELECT MIN(ID_VIRSIGN)
              INTO :WS-ID-VIRSIGN :WS-VIRSIGN-NULL-IND
              FROM API8.VIRSIGNATURE
              WHERE ID_COMPTE = :WS-ID-COMPTE-CHOISI
                AND ID_BENEF = :WS-SIGN-ID-BENEF
                AND IBAN_BENEF = :WS-SIGN-IBAN-BENEF
                AND MONTANT = :WS-MONTANT-VIREMENT
                AND STATUT_SIGN = 'A'
                AND ID_SIGNATAIRE_1 NOT = :WS-ID-SIGNATAIRE
                AND DATE_DEMANDE >= CURRENT DATE
                                    - :WS-DELAI-SIGNATURE DAYS
           END-EXEC.

           IF SQLCODE = 0 AND WS-VIRSIGN-NULL-IND NOT = -1
      *       Seconde signature : la demande est confirmee et le
      *       virement poursuit son circuit normal
              EXEC SQL
                 UPDATE API8.VIRSIGNATURE
                 SET STATUT_SIGN = 'C',
                     ID_SIGNATAIRE_2 = :WS-ID-SIGNATAIRE,
                     DATE_CONFIRMATION = CURRENT DATE
                 WHERE ID_VIRSIGN = :WS-ID-VIRSIGN
              END-EXEC
           ELSE
              MOVE 'N' TO VALID-DATA-SW
              MOVE 0 TO WS-NB-VIRSIGN
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-NB-VIRSIGN
                 FROM API8.VIRSIGNATURE
                 WHERE ID_COMPTE = :WS-ID-COMPTE-CHOISI
                   AND ID_BENEF = :WS-SIGN-ID-BENEF
                   AND IBAN_BENEF = :WS-SIGN-IBAN-BENEF
                   AND MONTANT = :WS-MONTANT-VIREMENT
                   AND STATUT_SIGN = 'A'
                   AND ID_SIGNATAIRE_1 = :WS-ID-SIGNATAIRE
                   AND DATE_DEMANDE >= CURRENT DATE
                                       - :WS-DELAI-SIGNATURE DAYS
              END-EXEC
              IF WS-NB-VIRSIGN > 0
                 MOVE 'VIREMENT DEJA EN ATTENTE D''UN AUTRE SIGNATAIRE'
                    TO MESVIRO
              ELSE
                 MOVE 'VIRSIGNATURE' TO NUMO-COMPTEUR
                 CALL 'API8NUMO' USING NUMO-ZONE
                 MOVE NUMO-VALEUR TO WS-ID-VIRSIGN
                 EXEC SQL
                    INSERT INTO API8.VIRSIGNATURE
                       (ID_VIRSIGN, ID_COMPTE, ID_BENEF, IBAN_BENEF,
                        MONTANT, ID_SIGNATAIRE_1, ID_SIGNATAIRE_2,
                        STATUT_SIGN, DATE_DEMANDE)
                    VALUES
                       (:WS-ID-VIRSIGN, :WS-ID-COMPTE-CHOISI,
                        :WS-SIGN-ID-BENEF, :WS-SIGN-IBAN-BENEF,
                        :WS-MONTANT-VIREMENT, :WS-ID-SIGNATAIRE, 0,
                        'A', CURRENT DATE)
                 END-EXEC
                 MOVE 'VIREMENT EN ATTENTE DE SECONDE SIGNATURE'
                    TO MESVIRO
              END-IF
              PERFORM 1290-CLEAR-ALL-FIELDS
           END-IF.

       1300-PROCESS-VIREMENT.
      *    Posting confie au service commun API8SVIR (canal 'G',
      *    guichet 3270), le meme coeur que l'automate et le mobile :
                 MOVE 'DEBITS BLOQUES - DECOUVERT A REGULARISER'
                    TO MESVIRO
                 PERFORM 1290-CLEAR-ALL-FIELDS
              WHEN '14'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'PLAFOND DU LIVRET BENEFICIAIRE DEPASSE'
                    TO MESVIRO
                 PERFORM 1290-CLEAR-ALL-FIELDS
              WHEN '15'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'LIVRET : VIREMENT VERS VOTRE COMPTE COURANT'
                    TO MESVIRO
                 PERFORM 1290-CLEAR-ALL-FIELDS
              WHEN OTHER
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR BDD VIREMENT' TO MESVIRO
              PERFORM 1290-CLEAR-ALL-FIELDS
           END-IF.

       1307-CONTROLER-LIVRET.
      *    Un livret reglemente ne part ni vers un IBAN externe ni en
      *    differe : seul le virement immediat vers le compte courant
      *    du titulaire est admis, controle par API8SVIR
           MOVE 'STD' TO WS-TYPE-COMPTE-EMET.
           EXEC SQL
              SELECT VALUE(TYPE_COMPTE, 'STD')
              INTO :WS-TYPE-COMPTE-EMET
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-CHOISI
           END-EXEC.

           IF WS-TYPE-COMPTE-EMET = 'LIV'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'LIVRET : VIREMENT VERS VOTRE COMPTE COURANT'
                 TO MESVIRO
              PERFORM 1290-CLEAR-ALL-FIELDS
           END-IF.

       1304-CONTROLER-KYC.
      *    Restriction KYC graduee (API8.CLIENT.RESTRICTION_KYC,
      *    posee par le scrutin API8KYCS) : des le niveau 1 (piece
                 FROM API8.PARAMETRE
                 WHERE CODE_PARAM = 'VELOCITE_RENVOI'
              END-EXEC
      *       Debits 'R'/'S' de la journee comptable : une seule
      *       ligne du compteur journalier (API8.COMPTEURJOUR)
              PERFORM 1950-LIRE-DATE-COMPTABLE
              MOVE 0 TO WS-NB-OP-RENVOI
              EXEC SQL
                 SELECT NB_DEBITS
                 INTO :WS-NB-OP-RENVOI
                 FROM API8.COMPTEURJOUR
                 WHERE ID_COMPTE = :WS-ID-COMPTE-CHOISI
                   AND DATE_COMPTABLE = :WS-DATE-COMPTABLE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO WS-NB-OP-RENVOI
              END-IF
              IF WS-NB-OP-RENVOI >= WS-VELOCITE-RENVOI
                 MOVE 'VELOCITE' TO WS-MOTIF-RENVOI
              END-IF
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 1600-INSERT-OPERATION
                 MOVE 'N' TO WS-VIREXT-EXPEDIE
                 MOVE SPACE TO WS-VIREXT-VERIF
                 MOVE SPACE TO WS-VIREXT-SANCTION
                 MOVE 'S' TO WS-VIREXT-TYPE
                 PERFORM 1315-INSERER-VIREXT
                 PERFORM 1700-IMPRIMER-RECU
                 IF VIREMENT-INSTANTANE
      *             Repli d'un instantane : la demande garde la trace
      *             du virement batch qui l'a remplacee
                    PERFORM 1336-LIER-VIRINSTANT
                    MOVE 'INSTANTANE INDISPONIBLE - VIREMENT STANDARD'
                       TO MESVIRO
                 ELSE
                    MOVE 'VIREMENT EXTERNE EFFECTUE' TO MESVIRO
                 END-IF
              WHEN 100
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'COMPTE EMETTEUR INEXISTANT' TO MESVIRO
           END-IF.

      *    Le compte debite voyage avec le virement : un retour du
      *    reseau (API8VRET) recredite exactement ce compte.
      *    Etat d'expedition, verification du nom, criblage et type
      *    sont poses par l'appelant : circuit batch ('N', a blanc,
      *    'S') ou instantane accepte ('Y', 'V', 'N', 'T' - deja
      *    regle par la passerelle, rien a extraire)
           EXEC SQL
              INSERT INTO API8.VIREXT
                 (ID_VIREXT, ID_CLIENT, ID_COMPTE, IBAN_BENEF,
                  NOM_BENEF, MONTANT, DEVISE, DATE_CREATION,
                  LIBELLE_OP, EXPEDIE, VERIF_BENEF, SANCTION,
                  TYPE_VIREMENT)
              VALUES
                 (:WS-ID-VIREXT, :DFHCOM-ID-CLIENT,
                  :WS-ID-COMPTE-CHOISI, :WS-IBAN-BENEF,
                  :WS-NOM-BENEF-EXT, :WS-MONTANT-VIREMENT,
                  :WS-DEVISE-EMETTEUR, CURRENT DATE, :WS-LIBELLE-OP,
                  :WS-VIREXT-EXPEDIE, :WS-VIREXT-VERIF,
                  :WS-VIREXT-SANCTION, :WS-VIREXT-TYPE)
           END-EXEC.

       1330-PROCESS-VIREMENT-INSTANT.
      *    Soumission en temps reel ; le solde n'est touche qu'apres
      *    la reponse de la passerelle
           MOVE DFHCOM-ID-CLIENT TO SINS-ID-CLIENT.
           MOVE WS-ID-COMPTE-CHOISI TO SINS-ID-COMPTE.
           MOVE WS-IBAN-BENEF TO SINS-IBAN-BENEF.
           MOVE WS-NOM-BENEF-EXT TO SINS-NOM-BENEF.
           MOVE WS-MONTANT-VIREMENT TO SINS-MONTANT.
           MOVE WS-LIBELLE-OP TO SINS-LIBELLE.
           CALL 'API8SINS' USING SINS-ZONE.

           EVALUATE SINS-CODE-RETOUR
              WHEN 'A'
                 PERFORM 1335-DEBITER-INSTANT
              WHEN 'J'
      *          Rejet de la banque du beneficiaire : aucun debit,
      *          le client est informe du motif
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE SPACES TO MESVIRO
                 STRING 'VIREMENT INSTANTANE REJETE - MOTIF '
                        SINS-MOTIF
                    DELIMITED BY SIZE INTO MESVIRO
                 PERFORM 1290-CLEAR-ALL-FIELDS
              WHEN OTHER
                 PERFORM 1310-PROCESS-VIREMENT-EXTERNE
           END-EVALUATE.

       1335-DEBITER-INSTANT.
      *    Accepte : le compte est debite tout de suite et le
      *    virement est trace sur API8.VIREXT comme deja expedie
           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE - :WS-MONTANT-VIREMENT
              WHERE ID_COMPTE = :WS-ID-COMPTE-CHOISI
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 1600-INSERT-OPERATION
                 MOVE 'Y' TO WS-VIREXT-EXPEDIE
                 MOVE 'V' TO WS-VIREXT-VERIF
                 MOVE 'N' TO WS-VIREXT-SANCTION
                 MOVE 'T' TO WS-VIREXT-TYPE
                 PERFORM 1315-INSERER-VIREXT
                 PERFORM 1336-LIER-VIRINSTANT
                 PERFORM 1700-IMPRIMER-RECU
                 MOVE 'VIREMENT INSTANTANE EXECUTE' TO MESVIRO
              WHEN 100
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'COMPTE EMETTEUR INEXISTANT' TO MESVIRO
                 PERFORM 1290-CLEAR-ALL-FIELDS
              WHEN OTHER
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR BDD DEBIT' TO MESVIRO
                 PERFORM 1290-CLEAR-ALL-FIELDS
           END-EVALUATE.

           SET SEND-DATAONLY TO TRUE
           PERFORM 1400-SEND-VIREMENT-MAP.

       1336-LIER-VIRINSTANT.
           IF SINS-ID-VIRINST NOT = 0
              EXEC SQL
                 UPDATE API8.VIRINSTANT
                 SET ID_VIREXT = :WS-ID-VIREXT
                 WHERE ID_VIRINST = :SINS-ID-VIRINST
              END-EXEC
              MOVE 0 TO SQLCODE
           END-IF.

       1320-DIFFERER-VIREMENT.
      *    Enregistre le virement pour execution ulterieure par le
      *    batch API8VDIF, sans toucher aux soldes maintenant
           MOVE SPACES TO CONFCBVIRI
      *    Et le libelle du carnet de beneficiaires
           MOVE SPACES TO BENVIRO
           MOVE SPACES TO BENVIRI
      *    Et l'option instantane
           MOVE SPACES TO INSTVIRO
           MOVE SPACES TO INSTVIRI.



       1610-COMPTER-VIREXT.
      *    Virement externe : compteur journalier de l'emetteur, dans
      *    la meme unite de travail que le debit
           MOVE WS-ID-COMPTE-CHOISI TO CPTJ-ID-COMPTE.
           MOVE WS-DATE-COMPTABLE TO CPTJ-DATE-COMPTABLE.
           MOVE 'X' TO CPTJ-NATURE.
           MOVE '+' TO CPTJ-SENS.
           MOVE WS-MONTANT-VIREMENT TO CPTJ-MONTANT.
           CALL 'API8CPTJ' USING CPTJ-ZONE.

       1950-LIRE-DATE-COMPTABLE.
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
           SUBTRACT WS-RESERVATIONS-CARTE
              FROM WS-SOLDE OF DCLCOMPTE.

           MOVE ZERO TO WS-MONTANT-SAISI.
           EXEC SQL
              SELECT SUM(S.MONTANT_BLOQUE)
              INTO :WS-MONTANT-SAISI :WS-SAI-NULL-IND
              FROM API8.SAISIE S
              WHERE S.ID_COMPTE = :WS-ID-COMPTE-CHOISI
                AND S.STATUT_SAISIE IN ('A', 'C')
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-SAI-NULL-IND = -1
              MOVE ZERO TO WS-MONTANT-SAISI
           END-IF.

           SUBTRACT WS-MONTANT-SAISI
              FROM WS-SOLDE OF DCLCOMPTE.

           MOVE ZERO TO WS-ENCOURS-DIFFERE.
           EXEC SQL
              SELECT SUM(E.MONTANT)
              INTO :WS-ENCOURS-DIFFERE :WS-ENC-NULL-IND
              FROM API8.ENCOURSCARTE E
              WHERE E.ID_COMPTE = :WS-ID-COMPTE-CHOISI
                AND E.STATUT_ENC = 'E'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-ENC-NULL-IND = -1
              MOVE ZERO TO WS-ENCOURS-DIFFERE
           END-IF.

           SUBTRACT WS-ENCOURS-DIFFERE
              FROM WS-SOLDE OF DCLCOMPTE.

           MOVE ZERO TO WS-RESERVES-ESPECES.
           EXEC SQL
              SELECT SUM(R.MONTANT)
              INTO :WS-RESERVES-ESPECES :WS-REE-NULL-IND
              FROM API8.RESERVESPECES R
              WHERE R.ID_COMPTE = :WS-ID-COMPTE-CHOISI
                AND R.STATUT_RES = 'R'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-REE-NULL-IND = -1
              MOVE ZERO TO WS-RESERVES-ESPECES
           END-IF.

           SUBTRACT WS-RESERVES-ESPECES
              FROM WS-SOLDE OF DCLCOMPTE.

      *    SQLCODE rendu neutre pour l'EVALUATE SQLCODE qui suit
      *    dans 1500-VERIF-SOLDE
           MOVE 0 TO SQLCODE.
              MOVE WS-MONTANT-VIREMENT TO WS-MONTANT-OP OF DCLOPERATION
              MOVE 'S' TO WS-TYPE-OP OF DCLOPERATION

              MOVE SPACES TO WS-REF-CONTREPARTIE
              IF CARNET-UTILISE
                 MOVE WS-LIBELLE-CARNET TO WS-REF-CONTREPARTIE
              ELSE
                 IF VIREMENT-EXTERNE
                    MOVE WS-NOM-BENEF-EXT TO WS-REF-CONTREPARTIE
                 END-IF
              END-IF

      *       Inserer l'operation dans la table OPERATION
              EXEC SQL
                 INSERT INTO API8.OPERATION
                    (ID_OPERATION, ID_COMPTE, MONTANT_OP,
                     TYPE_OP, DATE_OP, DATE_COMPTABLE,
                     HEURE_OP, LIBELLE_OP, REF_CONTREPARTIE)
                 VALUES
                    (:DCLOPERATION.WS-ID-OPERATION,
                     :DCLOPERATION.WS-ID-COMPTE,
                     CURRENT DATE,
                     :WS-DATE-COMPTABLE,
                     CURRENT TIME,
                     :WS-LIBELLE-OP,
                     :WS-REF-CONTREPARTIE)
              END-EXEC

      *       Verifier si l'insertion a reussi
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM 1610-COMPTER-VIREXT
                 WHEN -803
                    MOVE 'ID OPERATION EN DOUBLE' TO MESVIRO
                    PERFORM 1290-CLEAR-ALL-FIELDS
