       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8VINT.
      *===============================================================
      *    ECRAN DE VIREMENT INTERNATIONAL HORS EURO
      *    Transaction SN39, option 'W' du menu API8BM1P : le client
      *    paie un fournisseur a l'etranger en devise (USD, GBP...)
      *    au lieu de passer par le telex manuel du siege. Saisie :
      *       - compte a debiter (sept chiffres et cle, API8CLE), qui
      *         doit appartenir au client, ni livret ni ferme
      *       - devise de paiement (hors EUR, le virement euro passe
      *         par API8VIR) et montant en unites de la devise
      *       - BIC de la banque du beneficiaire, compte, nom,
      *         adresse et pays du beneficiaire, motif du paiement
      *       - option de frais OUR (tous les frais au donneur
      *         d'ordre), SHA (partages, defaut) ou BEN (tous au
      *         beneficiaire : nos frais sont retenus sur le montant
      *         envoye)
      *    Un premier ENTER affiche la cotation : cours du jour
      *    (API8.TAUXCHANGE, refuse si suspendu) majore de la marge
      *    MARGE_CHANGE comme au bureau de change d'API8GUIT,
      *    contre-valeur debitee, frais de la banque
      *    (FRAIS_VIR_INTL, repli 15, plus FRAIS_VIR_INTL_OUR,
      *    repli 20, en option OUR) et montant envoye ; le client
      *    confirme par 'O'. Le debit est alors poste en deux
      *    operations distinctes : le principal TYPE_OP 'S' et nos
      *    frais TYPE_OP 'F'. Le virement est depose sur
      *    API8.VIREXT avec TYPE_VIREMENT 'I' (BIC, adresse, devise
      *    et montant de paiement, cours, option de frais) ; il est
      *    extrait au format SWIFT MT103 par API8VSWF et non par
      *    API8VEXT, crible par API8SANS comme tout virement
      *    externe, et rapproche par API8NOSR sur son montant en
      *    devise.
      *    Memes blocages que le virement externe d'API8VIR : regime
      *    mineur, restriction KYC, compte ferme ou en succession.
      *    Le debit est borne par le solde DISPONIBLE, calcule comme
      *    dans API8VIR et API8SRTR : credits a date de valeur
      *    future, autorisations carte, montants bloques par une
      *    saisie (API8SAIS), encours carte a debit differe et
      *    retraits especes reserves (API8RESE) sont deduits.
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
       COPY APNSE36.

       01  WS-COMMUNICATION-AREA  PIC S9(9) COMP.
       01  WS-NULL-INDICATOR      PIC S9(4) COMP.

      *    Compte a debiter saisi avec sa cle de controle (7 + 2)
       01  WS-COMPTE-SAISIE.
           05  WS-COMPTE-NUMERO    PIC 9(7).
           05  WS-COMPTE-CLE       PIC 9(2).
       01  CLE-ZONE.
           05  CLE-NUMERO          PIC S9(9) COMP.
           05  CLE-VALEUR          PIC 9(2).

       01  WS-ID-COMPTE           PIC S9(9) COMP.
       01  WS-ID-CLIENT-COMPTE    PIC S9(9) COMP.
       01  WS-STATUT-COMPTE       PIC X(1).
       01  WS-TYPE-COMPTE         PIC X(4).
       01  WS-DEVISE-COMPTE       PIC X(3).
       01  WS-NB-REGIME-MINEUR    PIC S9(9) COMP.
       01  WS-RESTRICTION-KYC     PIC X(1).

      *    Paiement saisi
       01  WS-DEVISE-PAIEMENT     PIC X(3).
       01  WS-MONTANT-SAISI-NUM   PIC 9(8).
       01  WS-MONTANT-DEVISE      PIC S9(8)V99 COMP-3.
       01  WS-OPTION-FRAIS        PIC X(3).
       01  WS-BIC-BENEF           PIC X(11).
       01  WS-COMPTE-BENEF        PIC X(34).
       01  WS-NOM-BENEF           PIC X(30).
       01  WS-ADRESSE-BENEF       PIC X(35).
       01  WS-PAYS-BENEF          PIC X(2).
       01  WS-MOTIF-PAIEMENT      PIC X(30).

      *    Cotation : cours du jour de la devise vers l'EUR majore de
      *    la marge, contre-valeur, frais et montant envoye
       01  WS-TAUX-DEVISE         PIC S9(3)V9(6) COMP-3.
       01  WS-TAUX-COMPTE         PIC S9(3)V9(6) COMP-3.
       01  WS-SUSPENDU-DEVISE     PIC X(1).
       01  WS-MARGE-CHANGE        PIC S9(1)V9(4) COMP-3.
       01  WS-TAUX-APPLIQUE       PIC S9(3)V9(6) COMP-3.
       01  WS-CONTREVALEUR        PIC S9(8)V99 COMP-3.
       01  WS-FRAIS-BASE          PIC S9(8)V99 COMP-3.
       01  WS-FRAIS-OUR           PIC S9(8)V99 COMP-3.
       01  WS-FRAIS-EUR           PIC S9(8)V99 COMP-3.
       01  WS-FRAIS-COMPTE        PIC S9(8)V99 COMP-3.
       01  WS-FRAIS-DEVISE        PIC S9(8)V99 COMP-3.
       01  WS-PRINCIPAL-COMPTE    PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-ENVOYE      PIC S9(8)V99 COMP-3.
       01  WS-TOTAL-DEBIT         PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-CONVERTI    PIC S9(8)V99 COMP-3.

      *    Solde disponible du compte a debiter
       01  WS-SOLDE-COMPTE        PIC S9(8)V99 COMP-3.
       01  WS-SOLDE-DISPONIBLE    PIC S9(8)V99 COMP-3.
       01  WS-CREDITS-NON-VALEUR  PIC S9(8)V99 COMP-3.
       01  WS-RESERVATIONS-CARTE  PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-BLOQUE      PIC S9(8)V99 COMP-3.
       01  WS-ENCOURS-DIFFERE     PIC S9(8)V99 COMP-3.
       01  WS-RESERVES-ESPECES    PIC S9(8)V99 COMP-3.
       01  WS-DATE-JOUR           PIC X(8).
       01  WS-DISP-NULL-IND       PIC S9(4) COMP.

       01  WS-TAUX-EDIT           PIC ZZ9.999999.
       01  WS-DEBIT-EDIT          PIC Z(6)9.99.
       01  WS-FRAIS-EDIT          PIC Z(4)9.99.
       01  WS-ENVOI-EDIT          PIC Z(6)9.99.

      *    Postage : deux operations et le virement international
       01  WS-ID-OPERATION        PIC S9(9) COMP.
       01  WS-ID-OPERATION-FRAIS  PIC S9(9) COMP.
       01  WS-ID-VIREXT           PIC S9(9) COMP.
       01  WS-ID-VIREXT-EDIT      PIC 9(9).
       01  WS-LIBELLE-OP          PIC X(30).
      *    Date comptable du jour bancaire ouvert
      *    (API8.DATEBANQUE, avancee par la cloture API8EOD) ; repli
      *    sur la date systeme tant que la table n'est pas amorcee
       01  WS-DATE-COMPTABLE      PIC X(8).

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
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
           05 DFHCOM-ID-CLIENT PIC S9(9) COMP.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

      *    Inactivite : au-dela du delai sans activite du terminal,
      *    la session client tombe (API8STMO trace l'expiration sur
      *    API8.AUDITLOG) et la main revient a l'ecran de connexion
           MOVE EIBTRMID TO STMO-TERMINAL.
           MOVE 'CLIENT  ' TO STMO-UTILISATEUR.
           IF EIBCALEN = ZERO
              MOVE 'R' TO STMO-ACTION
           ELSE
              MOVE 'C' TO STMO-ACTION
           END-IF.
           CALL 'API8STMO' USING STMO-ZONE.
           IF STMO-CODE-RETOUR = '1'
              MOVE LOW-VALUES TO VINT1I
              MOVE LOW-VALUES TO VINT1O
              MOVE 'SESSION EXPIREE - RECONNECTEZ-VOUS' TO MESVINO
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-VINT
              EXEC CICS RETURN TRANSID('SN01')
              END-EXEC
           END-IF.

           IF EIBCALEN > ZERO
               MOVE DFHCOM-ID-CLIENT TO WS-COMMUNICATION-AREA
           END-IF.

           EVALUATE TRUE
              WHEN EIBCALEN = ZERO OR 4
                 MOVE LOW-VALUES TO VINT1I
                 MOVE LOW-VALUES TO VINT1O
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-VINT

              WHEN EIBAID = DFHCLEAR
                 MOVE LOW-VALUES TO VINT1I
                 MOVE LOW-VALUES TO VINT1O
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-VINT

              WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE

              WHEN EIBAID = DFHPF3 OR DFHPF12
                   SET XCTL-PROGRAM TO TRUE

              WHEN EIBAID = DFHENTER
                   PERFORM 1000-TRAITER-SAISIE

              WHEN OTHER
                 PERFORM 1100-RECEIVE-ECRAN-VINT
                 MOVE 'TOUCHE INVALIDE' TO MESVINO
                 SET SEND-DATAONLY-ALARM TO TRUE
                 PERFORM 1400-SEND-ECRAN-VINT

           END-EVALUATE.

           IF NOT XCTL-PROGRAM
               EXEC CICS RETURN TRANSID('SN39')
                    COMMAREA(WS-COMMUNICATION-AREA)
                    LENGTH(10)
               END-EXEC
           ELSE
               EXEC CICS XCTL PROGRAM('API8BM1P')
                    COMMAREA(WS-COMMUNICATION-AREA)
                    LENGTH(LENGTH OF WS-COMMUNICATION-AREA)
               END-EXEC
           END-IF.

       1000-TRAITER-SAISIE.
           PERFORM 1100-RECEIVE-ECRAN-VINT.
           PERFORM 1200-VALIDER-SAISIE.
           IF VALID-DATA
              PERFORM 1250-CONTROLER-COMPTE
           END-IF.
           IF VALID-DATA
              PERFORM 1300-COTER-VIREMENT
                 THRU 1300-COTER-VIREMENT-FIN
           END-IF.
      *    Sans confirmation, la cotation est seulement affichee ; le
      *    client la confirme par 'O' sur le meme ecran
           IF VALID-DATA
              IF CNFVINI = 'O'
                 PERFORM 1500-POSTER-VIREMENT
                    THRU 1500-POSTER-VIREMENT-FIN
              ELSE
                 MOVE 'VERIFIEZ LA COTATION - CONFIRMER PAR O'
                    TO MESVINO
              END-IF
           END-IF.
           IF VALID-DATA
              SET SEND-DATAONLY TO TRUE
           ELSE
              SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
           PERFORM 1400-SEND-ECRAN-VINT.

       1100-RECEIVE-ECRAN-VINT.
           EXEC CICS RECEIVE MAP ('VINT1')
                  MAPSET ('APNSE36')
                  INTO (VINT1I)
           END-EXEC.

       1200-VALIDER-SAISIE.
           MOVE 'Y' TO VALID-DATA-SW.

           IF CPTVINI = SPACES OR CPTVINI = LOW-VALUES
              OR CPTVINI IS NOT NUMERIC
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'COMPTE A DEBITER (7 CHIFFRES + CLE) REQUIS'
                 TO MESVINO
           END-IF.

           IF VALID-DATA
              IF DEVVINI = SPACES OR DEVVINI = LOW-VALUES
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'DEVISE DE PAIEMENT REQUISE' TO MESVINO
              END-IF
           END-IF.

           IF VALID-DATA AND DEVVINI = 'EUR'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'VIREMENT EN EURO : UTILISER L''OPTION V'
                 TO MESVINO
           END-IF.

           IF VALID-DATA
              IF MNTVINI IS NOT NUMERIC
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'MONTANT NUMERIQUE EN UNITES DE LA DEVISE'
                    TO MESVINO
              ELSE
                 MOVE MNTVINI TO WS-MONTANT-SAISI-NUM
                 IF WS-MONTANT-SAISI-NUM = 0
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'MONTANT INVALIDE' TO MESVINO
                 END-IF
              END-IF
           END-IF.

      *    BIC sur 8 ou 11 caracteres, code pays en positions 5-6
           IF VALID-DATA
              IF BICVINI = SPACES OR BICVINI = LOW-VALUES
                 OR BICVINI(5:2) IS NOT ALPHABETIC
                 OR BICVINI(8:1) = SPACE
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'BIC DE LA BANQUE DU BENEFICIAIRE INVALIDE'
                    TO MESVINO
              END-IF
           END-IF.

           IF VALID-DATA
              IF CPTBVINI = SPACES OR CPTBVINI = LOW-VALUES
                 OR NOMVINI = SPACES OR NOMVINI = LOW-VALUES
                 OR ADRVINI = SPACES OR ADRVINI = LOW-VALUES
                 OR PAYVINI = SPACES OR PAYVINI = LOW-VALUES
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'COMPTE, NOM, ADRESSE ET PAYS DU BENEF REQUIS'
                    TO MESVINO
              END-IF
           END-IF.

           IF VALID-DATA
              IF FRSVINI = SPACES OR FRSVINI = LOW-VALUES
                 MOVE 'SHA' TO FRSVINI
              END-IF
              IF FRSVINI NOT = 'OUR' AND FRSVINI NOT = 'SHA'
                 AND FRSVINI NOT = 'BEN'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'FRAIS : OUR, SHA OU BEN' TO MESVINO
              END-IF
           END-IF.

           IF VALID-DATA
              MOVE DEVVINI TO WS-DEVISE-PAIEMENT
              MOVE WS-MONTANT-SAISI-NUM TO WS-MONTANT-DEVISE
              MOVE FRSVINI TO WS-OPTION-FRAIS
              MOVE BICVINI TO WS-BIC-BENEF
              IF WS-BIC-BENEF(9:3) = SPACES
                 OR WS-BIC-BENEF(9:3) = LOW-VALUES
                 MOVE 'XXX' TO WS-BIC-BENEF(9:3)
              END-IF
              MOVE CPTBVINI TO WS-COMPTE-BENEF
              MOVE NOMVINI TO WS-NOM-BENEF
              MOVE ADRVINI TO WS-ADRESSE-BENEF
              MOVE PAYVINI TO WS-PAYS-BENEF
              MOVE SPACES TO WS-MOTIF-PAIEMENT
              IF MOTVINI NOT = LOW-VALUES
                 MOVE MOTVINI TO WS-MOTIF-PAIEMENT
              END-IF
           END-IF.

       1250-CONTROLER-COMPTE.
      *    Numero et cle de controle (7 + 2), puis appartenance du
      *    compte au client connecte
           MOVE CPTVINI TO WS-COMPTE-SAISIE.
           MOVE WS-COMPTE-NUMERO TO WS-ID-COMPTE.
           MOVE WS-ID-COMPTE TO CLE-NUMERO.
           CALL 'API8CLE' USING CLE-ZONE.
           IF CLE-VALEUR NOT = WS-COMPTE-CLE
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'CLE DE CONTROLE INVALIDE' TO MESVINO
           END-IF.

           IF VALID-DATA
              EXEC SQL
                 SELECT ID_CLIENT, VALUE(STATUT, ' '),
                        VALUE(TYPE_COMPTE, 'STD'),
                        VALUE(DEVISE, 'EUR')
                 INTO :WS-ID-CLIENT-COMPTE, :WS-STATUT-COMPTE,
                      :WS-TYPE-COMPTE, :WS-DEVISE-COMPTE
                 FROM API8.COMPTE
                 WHERE ID_COMPTE = :WS-ID-COMPTE
              END-EXEC
              IF SQLCODE NOT = 0
                 OR WS-ID-CLIENT-COMPTE NOT = WS-COMMUNICATION-AREA
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'COMPTE INCONNU OU NON RATTACHE AU CLIENT'
                    TO MESVINO
              END-IF
           END-IF.

           IF VALID-DATA
              IF WS-STATUT-COMPTE = 'C' OR WS-STATUT-COMPTE = 'D'
                 OR WS-STATUT-COMPTE = 'S'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'COMPTE FERME OU EN SUCCESSION - DEBIT REFUSE'
                    TO MESVINO
              END-IF
           END-IF.

           IF VALID-DATA AND WS-TYPE-COMPTE = 'LIV'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'LIVRET : VIREMENT VERS VOTRE COMPTE COURANT'
                 TO MESVINO
           END-IF.

      *    Memes blocages que le virement externe d'API8VIR
           IF VALID-DATA
              MOVE 0 TO WS-NB-REGIME-MINEUR
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-NB-REGIME-MINEUR
                 FROM API8.REGIMEMINEUR
                 WHERE ID_CLIENT = :WS-COMMUNICATION-AREA
                   AND ACTIF = 'Y'
              END-EXEC
              IF WS-NB-REGIME-MINEUR > 0
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'VIREMENT EXTERNE BLOQUE - REGIME MINEUR'
                    TO MESVINO
              END-IF
           END-IF.

           IF VALID-DATA
              MOVE '0' TO WS-RESTRICTION-KYC
              EXEC SQL
                 SELECT VALUE(RESTRICTION_KYC, '0')
                 INTO :WS-RESTRICTION-KYC
                 FROM API8.CLIENT
                 WHERE ID_CLIENT = :WS-COMMUNICATION-AREA
              END-EXEC
              IF WS-RESTRICTION-KYC = '1' OR WS-RESTRICTION-KYC = '2'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'PIECE D''IDENTITE EXPIREE - VIR EXT REFUSE'
                    TO MESVINO
              END-IF
           END-IF.

       1300-COTER-VIREMENT.
      *    Cours du jour de la devise de paiement vers l'EUR, majore
      *    de la marge comme un achat de devises au bureau de change
           MOVE SPACE TO WS-SUSPENDU-DEVISE.
           EXEC SQL
              SELECT TAUX_VERS_EUR, VALUE(SUSPENDU, 'N')
              INTO :WS-TAUX-DEVISE, :WS-SUSPENDU-DEVISE
              FROM API8.TAUXCHANGE
              WHERE DEVISE = :WS-DEVISE-PAIEMENT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'DEVISE INCONNUE A LA TABLE DES COURS' TO MESVINO
              GO TO 1300-COTER-VIREMENT-FIN
           END-IF.
           IF WS-SUSPENDU-DEVISE = 'Y'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'COURS SUSPENDU - VIREMENT REFUSE' TO MESVINO
              GO TO 1300-COTER-VIREMENT-FIN
           END-IF.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-MARGE-CHANGE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'MARGE_CHANGE'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0.0200 TO WS-MARGE-CHANGE
              MOVE 0 TO SQLCODE
           END-IF.

      *    Compte tenu dans une autre devise que l'EUR : l'euro de
      *    la contre-valeur est reconverti au cours du compte
           MOVE 1 TO WS-TAUX-COMPTE.
           IF WS-DEVISE-COMPTE NOT = 'EUR'
              EXEC SQL
                 SELECT TAUX_VERS_EUR
                 INTO :WS-TAUX-COMPTE
                 FROM API8.TAUXCHANGE
                 WHERE DEVISE = :WS-DEVISE-COMPTE
                   AND VALUE(SUSPENDU, 'N') <> 'Y'
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-TAUX-COMPTE <= 0
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'COURS DE LA DEVISE DU COMPTE INDISPONIBLE'
                    TO MESVINO
                 GO TO 1300-COTER-VIREMENT-FIN
              END-IF
           END-IF.

      *    Compte deja tenu dans la devise de paiement : pas de
      *    change, donc pas de marge
           IF WS-DEVISE-COMPTE = WS-DEVISE-PAIEMENT
              MOVE WS-TAUX-DEVISE TO WS-TAUX-APPLIQUE
           ELSE
              COMPUTE WS-TAUX-APPLIQUE ROUNDED =
                 WS-TAUX-DEVISE * (1 + WS-MARGE-CHANGE)
           END-IF.

           COMPUTE WS-CONTREVALEUR ROUNDED =
              WS-MONTANT-DEVISE * WS-TAUX-APPLIQUE / WS-TAUX-COMPTE.

      *    Frais de la banque en EUR ; l'option OUR ajoute la
      *    couverture des frais des correspondants
           MOVE 15.00 TO WS-FRAIS-BASE.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-FRAIS-BASE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'FRAIS_VIR_INTL'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 15.00 TO WS-FRAIS-BASE
              MOVE 0 TO SQLCODE
           END-IF.

           MOVE WS-FRAIS-BASE TO WS-FRAIS-EUR.
           IF WS-OPTION-FRAIS = 'OUR'
              MOVE 20.00 TO WS-FRAIS-OUR
              EXEC SQL
                 SELECT VALEUR_PARAM
                 INTO :WS-FRAIS-OUR
                 FROM API8.PARAMETRE
                 WHERE CODE_PARAM = 'FRAIS_VIR_INTL_OUR'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 20.00 TO WS-FRAIS-OUR
                 MOVE 0 TO SQLCODE
              END-IF
              ADD WS-FRAIS-OUR TO WS-FRAIS-EUR
           END-IF.

           COMPUTE WS-FRAIS-COMPTE ROUNDED =
              WS-FRAIS-EUR / WS-TAUX-COMPTE.

      *    Option BEN : nos frais sont retenus sur le montant envoye,
      *    le debit total du client egale la contre-valeur ; le
      *    principal debite est diminue d'autant
           IF WS-OPTION-FRAIS = 'BEN'
              COMPUTE WS-FRAIS-DEVISE ROUNDED =
                 WS-FRAIS-EUR / WS-TAUX-APPLIQUE
              COMPUTE WS-MONTANT-ENVOYE =
                 WS-MONTANT-DEVISE - WS-FRAIS-DEVISE
              COMPUTE WS-PRINCIPAL-COMPTE =
                 WS-CONTREVALEUR - WS-FRAIS-COMPTE
              IF WS-MONTANT-ENVOYE <= 0 OR WS-PRINCIPAL-COMPTE <= 0
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'MONTANT INFERIEUR AUX FRAIS RETENUS'
                    TO MESVINO
                 GO TO 1300-COTER-VIREMENT-FIN
              END-IF
           ELSE
              MOVE 0 TO WS-FRAIS-DEVISE
              MOVE WS-MONTANT-DEVISE TO WS-MONTANT-ENVOYE
              MOVE WS-CONTREVALEUR TO WS-PRINCIPAL-COMPTE
           END-IF.

           COMPUTE WS-TOTAL-DEBIT =
              WS-PRINCIPAL-COMPTE + WS-FRAIS-COMPTE.

           MOVE WS-TAUX-APPLIQUE TO WS-TAUX-EDIT.
           MOVE WS-TOTAL-DEBIT TO WS-DEBIT-EDIT.
           MOVE WS-FRAIS-COMPTE TO WS-FRAIS-EDIT.
           MOVE WS-MONTANT-ENVOYE TO WS-ENVOI-EDIT.
           MOVE SPACES TO COTVINO.
           STRING 'COURS ' WS-TAUX-EDIT
                  ' DEBIT ' WS-DEBIT-EDIT ' ' WS-DEVISE-COMPTE
                  ' DONT FRAIS ' WS-FRAIS-EDIT
                  ' ENVOI ' WS-ENVOI-EDIT ' ' WS-DEVISE-PAIEMENT
              DELIMITED BY SIZE INTO COTVINO.

       1300-COTER-VIREMENT-FIN.
           EXIT.

       1500-POSTER-VIREMENT.
      *    Debit dans la limite du solde disponible, sans decouvert
      *    pour un paiement en devise
           PERFORM 1510-CALCULER-DISPONIBLE.
           IF WS-SOLDE-DISPONIBLE < WS-TOTAL-DEBIT
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'SOLDE INSUFFISANT POUR LE VIREMENT' TO MESVINO
              GO TO 1500-POSTER-VIREMENT-FIN
           END-IF.

      *    Les deux numeros d'operation sont reserves AVANT de
      *    toucher au solde (meme regle qu'API8GUIT)
           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
                 TO MESVINO
              GO TO 1500-POSTER-VIREMENT-FIN
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION.

           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
                 TO MESVINO
              GO TO 1500-POSTER-VIREMENT-FIN
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION-FRAIS.

      *    La condition sur le solde garde le debit d'un mouvement
      *    concurrent survenu depuis le calcul du disponible
           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE - :WS-TOTAL-DEBIT
              WHERE ID_COMPTE = :WS-ID-COMPTE
                AND SOLDE >= :WS-TOTAL-DEBIT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'SOLDE INSUFFISANT POUR LE VIREMENT' TO MESVINO
              GO TO 1500-POSTER-VIREMENT-FIN
           END-IF.

           PERFORM 1950-LIRE-DATE-COMPTABLE.

           EXEC SQL
              SELECT MAX(ID_VIREXT)
              INTO :WS-ID-VIREXT :WS-NULL-INDICATOR
              FROM API8.VIREXT
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-VIREXT
           ELSE
              ADD 1 TO WS-ID-VIREXT
           END-IF.
           MOVE WS-ID-VIREXT TO WS-ID-VIREXT-EDIT.

      *    Principal : operation 'S' comme tout virement sortant
           MOVE WS-MONTANT-ENVOYE TO WS-ENVOI-EDIT.
           MOVE SPACES TO WS-LIBELLE-OP.
           STRING 'VIR INTL ' WS-DEVISE-PAIEMENT ' ' WS-ENVOI-EDIT
                  ' ' WS-OPTION-FRAIS
              DELIMITED BY SIZE INTO WS-LIBELLE-OP.

           EXEC SQL
              INSERT INTO API8.OPERATION
                 (ID_OPERATION, ID_COMPTE, MONTANT_OP, TYPE_OP,
                  DATE_OP, DATE_COMPTABLE, LIBELLE_OP)
              VALUES
                 (:WS-ID-OPERATION, :WS-ID-COMPTE,
                  :WS-PRINCIPAL-COMPTE, 'S', CURRENT DATE,
                  :WS-DATE-COMPTABLE, :WS-LIBELLE-OP)
           END-EXEC.

      *    Frais de la banque : operation de frais distincte 'F'
           MOVE SPACES TO WS-LIBELLE-OP.
           STRING 'FRAIS VIR INTL ' WS-ID-VIREXT-EDIT
              DELIMITED BY SIZE INTO WS-LIBELLE-OP.

           EXEC SQL
              INSERT INTO API8.OPERATION
                 (ID_OPERATION, ID_COMPTE, MONTANT_OP, TYPE_OP,
                  DATE_OP, DATE_COMPTABLE, LIBELLE_OP)
              VALUES
                 (:WS-ID-OPERATION-FRAIS, :WS-ID-COMPTE,
                  :WS-FRAIS-COMPTE, 'F', CURRENT DATE,
                  :WS-DATE-COMPTABLE, :WS-LIBELLE-OP)
           END-EXEC.

      *    Virement international : pas de verification du nom
      *    (circuit API8VOPE reserve aux IBAN euro), VERIF_BENEF pose
      *    'V' ; extrait par API8VSWF au format MT103
           EXEC SQL
              INSERT INTO API8.VIREXT
                 (ID_VIREXT, ID_CLIENT, ID_COMPTE, IBAN_BENEF,
                  NOM_BENEF, MONTANT, DEVISE, DATE_CREATION,
                  LIBELLE_OP, EXPEDIE, VERIF_BENEF, TYPE_VIREMENT,
                  BIC_BENEF, COMPTE_BENEF, ADRESSE_BENEF,
                  PAYS_BENEF, DEVISE_PAIEMENT, MONTANT_DEVISE,
                  TAUX_APPLIQUE, OPTION_FRAIS, FRAIS_DEVISE,
                  ID_OPERATION_FRAIS)
              VALUES
                 (:WS-ID-VIREXT, :WS-COMMUNICATION-AREA,
                  :WS-ID-COMPTE, :WS-COMPTE-BENEF,
                  :WS-NOM-BENEF, :WS-PRINCIPAL-COMPTE,
                  :WS-DEVISE-COMPTE, CURRENT DATE,
                  :WS-MOTIF-PAIEMENT, 'N', 'V', 'I',
                  :WS-BIC-BENEF, :WS-COMPTE-BENEF,
                  :WS-ADRESSE-BENEF, :WS-PAYS-BENEF,
                  :WS-DEVISE-PAIEMENT, :WS-MONTANT-ENVOYE,
                  :WS-TAUX-APPLIQUE, :WS-OPTION-FRAIS,
                  :WS-FRAIS-DEVISE, :WS-ID-OPERATION-FRAIS)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'ERREUR ENREGISTREMENT DU VIREMENT' TO MESVINO
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              GO TO 1500-POSTER-VIREMENT-FIN
           END-IF.

      *    Compteur journalier du compte debite (API8CPTJ), meme
      *    unite de travail que l'operation
           MOVE WS-ID-COMPTE TO CPTJ-ID-COMPTE.
           MOVE WS-DATE-COMPTABLE TO CPTJ-DATE-COMPTABLE.
           MOVE 'X' TO CPTJ-NATURE.
           MOVE '+' TO CPTJ-SENS.
           MOVE WS-PRINCIPAL-COMPTE TO CPTJ-MONTANT.
           CALL 'API8CPTJ' USING CPTJ-ZONE.

           MOVE SPACES TO MESVINO.
           STRING 'VIREMENT INTERNATIONAL ENREGISTRE REF '
                  WS-ID-VIREXT-EDIT
              DELIMITED BY SIZE INTO MESVINO.
           MOVE SPACE TO CNFVINO.

       1500-POSTER-VIREMENT-FIN.
           EXIT.

       1510-CALCULER-DISPONIBLE.
      *    Solde disponible : memes retranchements qu'API8SRTR
      *    1300-CALCULER-DISPONIBLE
           MOVE ZERO TO WS-SOLDE-COMPTE.
           EXEC SQL
              SELECT SOLDE
              INTO :WS-SOLDE-COMPTE
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE ZERO TO WS-SOLDE-COMPTE
           END-IF.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-CREDITS-NON-VALEUR.
           EXEC SQL
              SELECT SUM(MONTANT_OP)
              INTO :WS-CREDITS-NON-VALEUR :WS-DISP-NULL-IND
              FROM API8.OPERATION
              WHERE ID_COMPTE = :WS-ID-COMPTE
                AND TYPE_OP IN ('D', 'E', 'I')
                AND ANNULE NOT = 'Y'
                AND DATE_VALEUR > :WS-DATE-JOUR
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DISP-NULL-IND = -1
              MOVE ZERO TO WS-CREDITS-NON-VALEUR
           END-IF.

           MOVE ZERO TO WS-RESERVATIONS-CARTE.
           EXEC SQL
              SELECT SUM(MONTANT)
              INTO :WS-RESERVATIONS-CARTE :WS-DISP-NULL-IND
              FROM API8.AUTORISATION
              WHERE ID_COMPTE = :WS-ID-COMPTE
                AND STATUT_AUT = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DISP-NULL-IND = -1
              MOVE ZERO TO WS-RESERVATIONS-CARTE
           END-IF.

           MOVE ZERO TO WS-MONTANT-BLOQUE.
           EXEC SQL
              SELECT SUM(MONTANT_BLOQUE)
              INTO :WS-MONTANT-BLOQUE :WS-DISP-NULL-IND
              FROM API8.SAISIE
              WHERE ID_COMPTE = :WS-ID-COMPTE
                AND STATUT_SAISIE IN ('A', 'C')
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DISP-NULL-IND = -1
              MOVE ZERO TO WS-MONTANT-BLOQUE
           END-IF.

           MOVE ZERO TO WS-ENCOURS-DIFFERE.
           EXEC SQL
              SELECT SUM(MONTANT)
              INTO :WS-ENCOURS-DIFFERE :WS-DISP-NULL-IND
              FROM API8.ENCOURSCARTE
              WHERE ID_COMPTE = :WS-ID-COMPTE
                AND STATUT_ENC = 'E'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DISP-NULL-IND = -1
              MOVE ZERO TO WS-ENCOURS-DIFFERE
           END-IF.

           MOVE ZERO TO WS-RESERVES-ESPECES.
           EXEC SQL
              SELECT SUM(MONTANT)
              INTO :WS-RESERVES-ESPECES :WS-DISP-NULL-IND
              FROM API8.RESERVESPECES
              WHERE ID_COMPTE = :WS-ID-COMPTE
                AND STATUT_RES = 'R'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DISP-NULL-IND = -1
              MOVE ZERO TO WS-RESERVES-ESPECES
           END-IF.

           COMPUTE WS-SOLDE-DISPONIBLE =
              WS-SOLDE-COMPTE - WS-CREDITS-NON-VALEUR
              - WS-RESERVATIONS-CARTE - WS-MONTANT-BLOQUE
              - WS-ENCOURS-DIFFERE - WS-RESERVES-ESPECES.

       1950-LIRE-DATE-COMPTABLE.
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
           MOVE SPACES TO WS-DATE-COMPTABLE.
           EXEC SQL
              SELECT DATE_COMPTABLE
              INTO :WS-DATE-COMPTABLE
              FROM API8.DATEBANQUE
              WHERE ETAT = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DATE-COMPTABLE = SPACES
              ACCEPT WS-DATE-COMPTABLE FROM DATE YYYYMMDD
           END-IF.

       1400-SEND-ECRAN-VINT.
           EVALUATE TRUE
              WHEN SEND-ERASE
                 EXEC CICS SEND MAP ('VINT1')
                      MAPSET ('APNSE36')
                      FROM(VINT1O)
                      ERASE
                 END-EXEC
              WHEN SEND-DATAONLY
                 EXEC CICS SEND MAP ('VINT1')
                      MAPSET ('APNSE36')
                      FROM(VINT1O)
                      DATAONLY
                 END-EXEC
              WHEN SEND-DATAONLY-ALARM
                 EXEC CICS SEND MAP ('VINT1')
                      MAPSET ('APNSE36')
                      FROM(VINT1O)
                      DATAONLY
                 END-EXEC
           END-EVALUATE.
