      *    ECRAN D'OCTROI D'UN PRET PERSONNEL
      *    Transaction back-office (SN20) : l'operateur saisit le
      *    client, le capital, le taux annuel (en pourcentage a
      *    quatre decimales, ex. 045000 = 4,5 %), la duree en mois,
      *    les frais de dossier (en euros) et le taux annuel de
      *    l'assurance emprunteur (meme format que le taux, applique
      *    au capital initial ; zones facultatives). Une
      *    assurance saisie porte le contrat de l'assureur : code de
      *    l'assureur (obligatoire) et quotite couverte en pourcentage
      *    du capital (100 par defaut) ; la prime est prelevee avec
      *    chaque mensualite par API8ECHE, reversee a l'assureur par
      *    API8ASSP, et un sinistre regle (API8SINI) rembourse la part
      *    couverte du capital restant par API8PRRA.
      *    Le programme calcule le TAEG (taux actuariel annuel
      *    incluant frais et assurance), cree la fiche API8.PRET au
      *    statut 'O' (offre emise), genere l'echeancier
      *    d'amortissement a capital constant dans API8.ECHEANCIER
      *    (interet du mois calcule sur le capital restant du, prime
      *    d'assurance constante) et imprime l'offre prealable au
      *    spool de l'agence du compte (annuaire API8SPRT) avec
      *    l'echeancier complet. Aucun mouvement n'est passe a
      *    l'emission : la signature et la retractation du client
      *    sont saisies par API8OFFR, et le capital n'est verse par
      *    le batch API8DBLP qu'a l'expiration du delai legal de
      *    retractation (API8.PARAMETRE DELAI_RETRACTATION, en jours
      *    apres la signature).
      *    Le prelevement des mensualites est assure par le batch
      *    API8ECHE ; une mensualite impayee y incremente NB_IMPAYES
      *    et bascule le pret en defaut au troisieme impaye.
      *    doit rester sous le seuil d'usure du trimestre pour la
      *    categorie pret personnel (API8.TAUXUSURE, charge par
      *    API8USUR) - sinon le pret est refuse avec un message
      *    explicite a l'ecran. Le seuil d'usure s'apprecie sur le
      *    TAEG et non sur le seul taux debiteur.
      *    Taux variable (type de taux 'V') : l'operateur saisit le
      *    code de l'indice de reference (API8.TAUXREF, charge par
      *    API8INDX) et la marge dans la zone du taux, avec un
      *    plafond (cap) et un plancher facultatifs. Le taux initial
      *    est la derniere publication de l'indice plus la marge,
      *    borne par le cap et le plancher (jamais negatif) ; il est
      *    revise a chaque anniversaire du deblocage par API8RVTX.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              INCLUDE COMPTE
           END-EXEC.

       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X    VALUE 'Y'.
      *    (045000 / 1000000 = 0,045)
       01  WS-TAUX-SAISI          PIC 9(6).
       01  WS-TAUX-PRET           PIC S9(3)V9(6) COMP-3.

      *    Pret a taux variable : taux = dernier taux de reference
      *    publie + marge (le taux saisi est alors la marge), borne
      *    par le cap (zero = sans cap) et le plancher
       01  WS-TYPE-TAUX           PIC X(1).
           88 TAUX-VARIABLE                 VALUE 'V'.
       01  WS-CODE-INDICE         PIC X(8).
       01  WS-DATE-INDICE         PIC 9(8).
       01  WS-TAUX-INDICE         PIC S9(3)V9(6) COMP-3.
       01  WS-MARGE               PIC S9(3)V9(6) COMP-3.
       01  WS-BORNE-SAISIE        PIC 9(6).
       01  WS-TAUX-CAP            PIC S9(3)V9(6) COMP-3.
       01  WS-TAUX-PLANCHER       PIC S9(3)V9(6) COMP-3.
       01  WS-DUREE-MOIS          PIC S9(3) COMP-3.
       01  WS-DUREE-MAX           PIC S9(3) COMP-3 VALUE 360.

      *    Frais de dossier saisis en euros, retenus au deblocage
       01  WS-FRAIS-SAISIS        PIC 9(6).
       01  WS-FRAIS-DOSSIER       PIC S9(8)V99 COMP-3.
      *    Assurance emprunteur : taux annuel saisi comme le taux du
      *    pret, applique au capital initial - prime mensuelle
      *    constante ajoutee a chaque echeance
       01  WS-TAUX-ASSU-SAISI     PIC 9(6).
       01  WS-TAUX-ASSURANCE      PIC S9(3)V9(6) COMP-3.
       01  WS-PRIME-ASSURANCE     PIC S9(8)V99 COMP-3.
      *    Contrat d'assurance : assureur et quotite couverte (en
      *    pourcentage du capital restant du au sinistre)
       01  WS-CODE-ASSUREUR       PIC X(8).
       01  WS-QUOTITE-SAISIE      PIC 9(3).
       01  WS-QUOTITE-ASSURANCE   PIC S9(3) COMP-3.

      *    TAEG : taux mensuel actuariel qui egalise le montant
      *    reellement mis a disposition (capital moins frais) et la
      *    valeur actuelle des echeances (capital, interet et
      *    assurance), obtenu par dichotomie, puis annualise
      *    ((1 + taux mensuel) ** 12 - 1)
       01  WS-TAEG                PIC S9(3)V9(6) COMP-3.
       01  WS-TAUX-BAS            PIC S9(1)V9(15) COMP-3.
       01  WS-TAUX-HAUT           PIC S9(1)V9(15) COMP-3.
       01  WS-TAUX-MILIEU         PIC S9(1)V9(15) COMP-3.
       01  WS-FACTEUR-ACTU        PIC S9(1)V9(15) COMP-3.
       01  WS-VALEUR-ACTUELLE     PIC S9(9)V9(6) COMP-3.
       01  WS-MONTANT-FINANCE     PIC S9(9)V99 COMP-3.
       01  WS-COUT-TOTAL          PIC S9(9)V99 COMP-3.
       01  WS-IDX-ECH             PIC S9(4) COMP.

      *    Projection des echeances, reprise telle quelle dans
      *    API8.ECHEANCIER
       01  WS-TABLE-ECHEANCES.
           05  WS-ECH OCCURS 360 TIMES.
               10  WS-ECH-CAPITAL PIC S9(8)V99 COMP-3.
               10  WS-ECH-INTERET PIC S9(8)V99 COMP-3.
               10  WS-ECH-TOTAL   PIC S9(8)V99 COMP-3.

       01  WS-CAPITAL-MENSUEL     PIC S9(8)V99 COMP-3.
       01  WS-CAPITAL-RESTANT     PIC S9(8)V99 COMP-3.
       01  WS-NUM-ECHEANCE        PIC S9(3) COMP-3.
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-DATE-ECHEANCE       PIC 9(8).
       01  WS-ASSU-ECHEANCE       PIC S9(8)V99 COMP-3.

      *    Delai legal de retractation - repli 14 jours si
      *    API8.PARAMETRE n'a pas de ligne DELAI_RETRACTATION
       01  WS-DELAI-RETRACTATION  PIC S9(4) COMP VALUE 14.

      *    Offre prealable imprimee au spool pour remise au client
       01  WS-RECU-TOKEN          PIC X(8).
       01  WS-RECU-LIGNE          PIC X(80).
       01  WS-NOM-EMPRUNTEUR      PIC X(30).
       01  WS-PRENOM-EMPRUNTEUR   PIC X(30).
       01  WS-ID-EDIT             PIC Z(8)9.
       01  WS-MONTANT-EDIT        PIC Z(7)9.99.
       01  WS-MONTANT-EDIT-2      PIC Z(7)9.99.
       01  WS-MONTANT-EDIT-3      PIC Z(7)9.99.
       01  WS-MONTANT-EDIT-4      PIC Z(7)9.99.
       01  WS-TAUX-PCT            PIC S9(3)V9(4) COMP-3.
       01  WS-TAUX-EDIT           PIC ZZ9.9999.
       01  WS-TAEG-EDIT           PIC ZZ9.9999.
       01  WS-NUM-EDIT            PIC ZZ9.
       01  WS-DELAI-EDIT          PIC ZZ9.
       01  WS-QUOTITE-EDIT        PIC ZZ9.

      *    Controles d'octroi : registre des incidents et seuil
      *    d'usure du trimestre (categorie 'PP', pret personnel)
           05  WS-USU-JOUR        PIC 9(2).
       01  WS-TRIMESTRE-USURE     PIC 9(1).

      *    Zone d'appel de l'annuaire des imprimantes API8SPRT :
      *    l'offre sort a l'agence du compte du client
       01  SPRT-ZONE.
           05  SPRT-CODE-AGENCE   PIC X(4).
           05  SPRT-FAMILLE       PIC X(1).
           05  SPRT-NODE          PIC X(8).
           05  SPRT-CLASSE       PIC X(1).
           05  SPRT-CODE-RETOUR   PIC X(1).

      *    Zone d'appel du controle d'inactivite API8STMO : la
      *    derniere activite du terminal est verifiee a chaque
           PERFORM 1100-RECEIVE-ECRAN-PRT.
           PERFORM 1200-VALIDER-SAISIE.
           IF VALID-DATA
              PERFORM 1300-EMETTRE-OFFRE
           ELSE
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-PRT
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'DUREE EN MOIS OBLIGATOIRE' TO MESPRTO
                 END-IF
                 IF WS-DUREE-MOIS > WS-DUREE-MAX
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'DUREE MAXIMUM 360 MOIS' TO MESPRTO
                 END-IF
              END-IF
           END-IF.

      *    Frais de dossier et assurance facultatifs (zero si la
      *    zone est laissee vide)
           IF VALID-DATA
              MOVE 0 TO WS-FRAIS-DOSSIER
              IF FRAISPRTI NOT = SPACES AND FRAISPRTI NOT = LOW-VALUES
                 IF FRAISPRTI IS NOT NUMERIC
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'FRAIS DE DOSSIER NUMERIQUES (EUROS)'
                       TO MESPRTO
                 ELSE
                    MOVE FRAISPRTI TO WS-FRAIS-SAISIS
                    MOVE WS-FRAIS-SAISIS TO WS-FRAIS-DOSSIER
                    IF WS-FRAIS-DOSSIER >= WS-MONTANT-PRET
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'FRAIS DE DOSSIER SUPERIEURS AU CAPITAL'
                          TO MESPRTO
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF VALID-DATA
              MOVE 0 TO WS-TAUX-ASSURANCE
              IF ASSUPRTI NOT = SPACES AND ASSUPRTI NOT = LOW-VALUES
                 IF ASSUPRTI IS NOT NUMERIC
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'TAUX ASSURANCE NUMERIQUE (PCT X 10000)'
                       TO MESPRTO
                 ELSE
                    MOVE ASSUPRTI TO WS-TAUX-ASSU-SAISI
                    COMPUTE WS-TAUX-ASSURANCE =
                       WS-TAUX-ASSU-SAISI / 1000000
                 END-IF
              END-IF
           END-IF.

           IF VALID-DATA
              PERFORM 1205-VALIDER-CONTRAT-ASSURANCE
                 THRU 1205-VALIDER-CONTRAT-ASSURANCE-EXIT
           END-IF.

           IF VALID-DATA
              PERFORM 1210-VALIDER-TAUX-VARIABLE
           END-IF.

       1205-VALIDER-CONTRAT-ASSURANCE.
      *    Sans assurance, pas de contrat ; avec assurance, l'assureur
      *    est obligatoire et la quotite va de 1 a 100 %
           MOVE SPACES TO WS-CODE-ASSUREUR.
           MOVE 0 TO WS-QUOTITE-ASSURANCE.
           IF WS-TAUX-ASSURANCE = 0
              GO TO 1205-VALIDER-CONTRAT-ASSURANCE-EXIT
           END-IF.

           IF ASSRPRTI = SPACES OR ASSRPRTI = LOW-VALUES
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'CODE ASSUREUR OBLIGATOIRE AVEC L''ASSURANCE'
                 TO MESPRTO
              GO TO 1205-VALIDER-CONTRAT-ASSURANCE-EXIT
           END-IF.
           MOVE ASSRPRTI TO WS-CODE-ASSUREUR.

           MOVE 100 TO WS-QUOTITE-ASSURANCE.
           IF QUOTPRTI NOT = SPACES AND QUOTPRTI NOT = LOW-VALUES
              IF QUOTPRTI IS NOT NUMERIC
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'QUOTITE ASSUREE NUMERIQUE (1 A 100 %)'
                    TO MESPRTO
              ELSE
                 MOVE QUOTPRTI TO WS-QUOTITE-SAISIE
                 MOVE WS-QUOTITE-SAISIE TO WS-QUOTITE-ASSURANCE
                 IF WS-QUOTITE-ASSURANCE < 1
                    OR WS-QUOTITE-ASSURANCE > 100
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'QUOTITE ASSUREE NUMERIQUE (1 A 100 %)'
                       TO MESPRTO
                 END-IF
              END-IF
           END-IF.

       1205-VALIDER-CONTRAT-ASSURANCE-EXIT.
           EXIT.

       1210-VALIDER-TAUX-VARIABLE.
      *    Type de taux : F (fixe, par defaut) ou V (variable)
           MOVE 'F' TO WS-TYPE-TAUX.
           MOVE SPACES TO WS-CODE-INDICE.
           MOVE 0 TO WS-TAUX-INDICE.
           MOVE 0 TO WS-MARGE.
           MOVE 0 TO WS-TAUX-CAP.
           MOVE 0 TO WS-TAUX-PLANCHER.

           IF TYPTXPRTI = 'V'
              MOVE 'V' TO WS-TYPE-TAUX
           ELSE
              IF TYPTXPRTI NOT = SPACES AND TYPTXPRTI NOT = LOW-VALUES
                 AND TYPTXPRTI NOT = 'F'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'TYPE DE TAUX : F (FIXE) OU V (VARIABLE)'
                    TO MESPRTO
              END-IF
           END-IF.

           IF VALID-DATA AND TAUX-VARIABLE
              IF INDICPRTI = SPACES OR INDICPRTI = LOW-VALUES
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'INDICE DE REFERENCE OBLIGATOIRE (TAUX VARIABLE)'
                    TO MESPRTO
              ELSE
                 MOVE INDICPRTI TO WS-CODE-INDICE
                 ACCEPT WS-DATE-INDICE FROM DATE YYYYMMDD
                 EXEC SQL
                    SELECT TAUX_INDICE
                    INTO :WS-TAUX-INDICE
                    FROM API8.TAUXREF
                    WHERE CODE_INDICE = :WS-CODE-INDICE
                      AND DATE_PUBLICATION =
                         (SELECT MAX(DATE_PUBLICATION)
                          FROM API8.TAUXREF
                          WHERE CODE_INDICE = :WS-CODE-INDICE
                            AND DATE_PUBLICATION <= :WS-DATE-INDICE)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'INDICE DE REFERENCE INCONNU OU NON PUBLIE'
                       TO MESPRTO
                 END-IF
              END-IF
           END-IF.

           IF VALID-DATA AND TAUX-VARIABLE
              IF CAPPRTI NOT = SPACES AND CAPPRTI NOT = LOW-VALUES
                 IF CAPPRTI IS NOT NUMERIC
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'CAP NUMERIQUE (PCT X 10000)' TO MESPRTO
                 ELSE
                    MOVE CAPPRTI TO WS-BORNE-SAISIE
                    COMPUTE WS-TAUX-CAP = WS-BORNE-SAISIE / 1000000
                 END-IF
              END-IF
           END-IF.

           IF VALID-DATA AND TAUX-VARIABLE
              IF PLANPRTI NOT = SPACES AND PLANPRTI NOT = LOW-VALUES
                 IF PLANPRTI IS NOT NUMERIC
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'PLANCHER NUMERIQUE (PCT X 10000)' TO MESPRTO
                 ELSE
                    MOVE PLANPRTI TO WS-BORNE-SAISIE
                    COMPUTE WS-TAUX-PLANCHER =
                       WS-BORNE-SAISIE / 1000000
                 END-IF
              END-IF
           END-IF.

           IF VALID-DATA AND TAUX-VARIABLE
              IF WS-TAUX-CAP > 0 AND WS-TAUX-CAP < WS-TAUX-PLANCHER
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'CAP INFERIEUR AU PLANCHER' TO MESPRTO
              ELSE
      *          Taux initial : indice + marge saisie, borne
                 MOVE WS-TAUX-PRET TO WS-MARGE
                 COMPUTE WS-TAUX-PRET = WS-TAUX-INDICE + WS-MARGE
                 IF WS-TAUX-CAP > 0 AND WS-TAUX-PRET > WS-TAUX-CAP
                    MOVE WS-TAUX-CAP TO WS-TAUX-PRET
                 END-IF
                 IF WS-TAUX-PRET < WS-TAUX-PLANCHER
                    MOVE WS-TAUX-PLANCHER TO WS-TAUX-PRET
                 END-IF
              END-IF
           END-IF.

       1300-EMETTRE-OFFRE.
           PERFORM 1250-CONTROLER-REGISTRE.
           IF VALID-DATA
              PERFORM 1270-CALCULER-TAEG
              PERFORM 1260-CONTROLER-USURE
           END-IF.
           IF NOT VALID-DATA
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-PRT
           ELSE
              PERFORM 1305-ENREGISTRER-OFFRE
           END-IF.

       1250-CONTROLER-REGISTRE.
           END-IF.

       1260-CONTROLER-USURE.
      *    Le TAEG doit rester sous le seuil d'usure du
      *    trimestre courant pour la categorie pret personnel
      *    (table API8.TAUXUSURE chargee par API8USUR) ; sans seuil
      *    charge pour le trimestre, l'octroi est refuse plutot que
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'REFUS - SEUIL USURE ABSENT POUR TRIMESTRE'
                    TO MESPRTO
              WHEN WS-TAEG > WS-TAUX-PLAFOND
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'REFUS - TAEG SUPERIEUR AU SEUIL D''USURE'
                    TO MESPRTO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       1270-CALCULER-TAEG.
      *    Projection des echeances (capital constant, interet sur le
      *    capital restant du, la derniere absorbe l'arrondi) et cout
      *    total du credit (interets, assurance et frais)
           COMPUTE WS-PRIME-ASSURANCE ROUNDED =
              WS-MONTANT-PRET * WS-TAUX-ASSURANCE / 12.
           COMPUTE WS-CAPITAL-MENSUEL ROUNDED =
              WS-MONTANT-PRET / WS-DUREE-MOIS.
           MOVE WS-MONTANT-PRET TO WS-CAPITAL-RESTANT.
           MOVE WS-FRAIS-DOSSIER TO WS-COUT-TOTAL.
           MOVE 0 TO WS-IDX-ECH.

           PERFORM 1271-PROJETER-ECHEANCE
              UNTIL WS-IDX-ECH >= WS-DUREE-MOIS.

      *    Dichotomie sur le taux mensuel entre 0 et 5 % : la valeur
      *    actuelle des echeances decroit quand le taux monte
           COMPUTE WS-MONTANT-FINANCE =
              WS-MONTANT-PRET - WS-FRAIS-DOSSIER.
           MOVE 0 TO WS-TAUX-BAS.
           MOVE 0.05 TO WS-TAUX-HAUT.

           PERFORM 1275-AFFINER-TAEG 50 TIMES.

           COMPUTE WS-TAEG ROUNDED =
              (1 + WS-TAUX-MILIEU) ** 12 - 1.

       1271-PROJETER-ECHEANCE.
           ADD 1 TO WS-IDX-ECH.

           COMPUTE WS-INTERET-MOIS ROUNDED =
              WS-CAPITAL-RESTANT * WS-TAUX-PRET / 12.

           IF WS-IDX-ECH = WS-DUREE-MOIS
      *       Derniere echeance : solde exact du capital restant
              MOVE WS-CAPITAL-RESTANT TO WS-CAPITAL-MENSUEL
           END-IF.

           MOVE WS-CAPITAL-MENSUEL TO WS-ECH-CAPITAL(WS-IDX-ECH).
           MOVE WS-INTERET-MOIS TO WS-ECH-INTERET(WS-IDX-ECH).
           COMPUTE WS-ECH-TOTAL(WS-IDX-ECH) =
              WS-CAPITAL-MENSUEL + WS-INTERET-MOIS
                 + WS-PRIME-ASSURANCE.
           COMPUTE WS-COUT-TOTAL =
              WS-COUT-TOTAL + WS-INTERET-MOIS + WS-PRIME-ASSURANCE.

           SUBTRACT WS-CAPITAL-MENSUEL FROM WS-CAPITAL-RESTANT.

       1275-AFFINER-TAEG.
           COMPUTE WS-TAUX-MILIEU =
              (WS-TAUX-BAS + WS-TAUX-HAUT) / 2.
           MOVE 1 TO WS-FACTEUR-ACTU.
           MOVE 0 TO WS-VALEUR-ACTUELLE.
           MOVE 0 TO WS-IDX-ECH.

           PERFORM 1276-ACTUALISER-ECHEANCE
              UNTIL WS-IDX-ECH >= WS-DUREE-MOIS.

           IF WS-VALEUR-ACTUELLE > WS-MONTANT-FINANCE
              MOVE WS-TAUX-MILIEU TO WS-TAUX-BAS
           ELSE
              MOVE WS-TAUX-MILIEU TO WS-TAUX-HAUT
           END-IF.

       1276-ACTUALISER-ECHEANCE.
           ADD 1 TO WS-IDX-ECH.
           COMPUTE WS-FACTEUR-ACTU ROUNDED =
              WS-FACTEUR-ACTU / (1 + WS-TAUX-MILIEU).
           COMPUTE WS-VALEUR-ACTUELLE ROUNDED =
              WS-VALEUR-ACTUELLE
                 + WS-ECH-TOTAL(WS-IDX-ECH) * WS-FACTEUR-ACTU.

       1305-ENREGISTRER-OFFRE.
      *    Premier compte du client (repli multi-comptes) : le pret
      *    sera verse sur ce seul ID_COMPTE au deblocage
           MOVE 0 TO WS-ID-COMPTE OF DCLCOMPTE.
           EXEC SQL
              SELECT MIN(ID_COMPTE)
              PERFORM 1310-CREER-PRET
              IF VALID-DATA
                 PERFORM 1320-GENERER-ECHEANCIER
                 PERFORM 1340-LIRE-DELAI-RETRACTATION
                 PERFORM 1350-IMPRIMER-OFFRE
                 COMPUTE WS-TAUX-PCT ROUNDED = WS-TAEG * 100
                 MOVE WS-TAUX-PCT TO WS-TAEG-EDIT
                 MOVE WS-TAEG-EDIT TO TAEGPRTO
                 MOVE WS-ID-PRET TO WS-ID-EDIT
                 MOVE SPACES TO MESPRTO
                 STRING 'OFFRE ' WS-ID-EDIT
                    ' EMISE ET IMPRIMEE - ATTENTE SIGNATURE'
                    DELIMITED BY SIZE INTO MESPRTO
                 SET SEND-DATAONLY TO TRUE
                 PERFORM 1400-SEND-ECRAN-PRT
              END-IF
           EXEC SQL
              INSERT INTO API8.PRET
                 (ID_PRET, ID_CLIENT, ID_COMPTE, MONTANT, TAUX,
                  DUREE_MOIS, DATE_OFFRE, CAPITAL_RESTANT,
                  NB_IMPAYES, FRAIS_DOSSIER, TAUX_ASSURANCE,
                  PRIME_ASSURANCE, CODE_ASSUREUR, QUOTITE_ASSURANCE,
                  TAEG, TYPE_TAUX, CODE_INDICE,
                  MARGE, TAUX_CAP, TAUX_PLANCHER, STATUT_PRET)
              VALUES
                 (:WS-ID-PRET, :WS-ID-CLIENT-PRET,
                  :DCLCOMPTE.WS-ID-COMPTE, :WS-MONTANT-PRET,
                  :WS-TAUX-PRET, :WS-DUREE-MOIS, CURRENT DATE,
                  :WS-MONTANT-PRET, 0, :WS-FRAIS-DOSSIER,
                  :WS-TAUX-ASSURANCE, :WS-PRIME-ASSURANCE,
                  :WS-CODE-ASSUREUR, :WS-QUOTITE-ASSURANCE,
                  :WS-TAEG, :WS-TYPE-TAUX, :WS-CODE-INDICE,
                  :WS-MARGE, :WS-TAUX-CAP, :WS-TAUX-PLANCHER, 'O')
           END-EXEC.

           IF SQLCODE NOT = 0
           END-IF.

       1320-GENERER-ECHEANCIER.
      *    Echeancier de l'offre repris de la projection du TAEG.
      *    Echeances a 30 jours par mois, comme l'echeancier
      *    d'API8VPER, datees depuis l'emission de l'offre a titre
      *    indicatif : API8DBLP les recale sur la date de deblocage.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE 0 TO WS-NUM-ECHEANCE.

           PERFORM 1325-INSERER-ECHEANCE

       1325-INSERER-ECHEANCE.
           ADD 1 TO WS-NUM-ECHEANCE.
           MOVE WS-NUM-ECHEANCE TO WS-IDX-ECH.
           MOVE WS-ECH-CAPITAL(WS-IDX-ECH) TO WS-CAPITAL-MENSUEL.
           MOVE WS-ECH-INTERET(WS-IDX-ECH) TO WS-INTERET-MOIS.

           COMPUTE WS-DATE-ECHEANCE =
              FUNCTION DATE-OF-INTEGER
           EXEC SQL
              INSERT INTO API8.ECHEANCIER
                 (ID_PRET, NUM_ECHEANCE, DATE_ECHEANCE,
                  MONTANT_CAPITAL, MONTANT_INTERET,
                  MONTANT_ASSURANCE, STATUT_ECH)
              VALUES
                 (:WS-ID-PRET, :WS-NUM-ECHEANCE, :WS-DATE-ECHEANCE,
                  :WS-CAPITAL-MENSUEL, :WS-INTERET-MOIS,
                  :WS-PRIME-ASSURANCE, 'A')
           END-EXEC.

       1340-LIRE-DELAI-RETRACTATION.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-DELAI-RETRACTATION
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'DELAI_RETRACTATION'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 14 TO WS-DELAI-RETRACTATION
           END-IF.

       1350-IMPRIMER-OFFRE.
      *    Offre prealable remise au client : conditions du credit,
      *    TAEG, cout total, delai de retractation et echeancier
      *    complet relu sur API8.ECHEANCIER. Destination resolue a
      *    l'annuaire des imprimantes (agence du compte, famille des
      *    recus guichet), meme circuit que le RIB d'API8RIB.
           MOVE SPACES TO WS-NOM-EMPRUNTEUR.
           MOVE SPACES TO WS-PRENOM-EMPRUNTEUR.
           EXEC SQL
              SELECT NOM_CLIENT, PRENOM_CLIENT
              INTO :WS-NOM-EMPRUNTEUR, :WS-PRENOM-EMPRUNTEUR
              FROM API8.CLIENT
              WHERE ID_CLIENT = :WS-ID-CLIENT-PRET
           END-EXEC.

           MOVE '0001' TO SPRT-CODE-AGENCE.
           EXEC SQL
              SELECT VALUE(CODE_AGENCE, '0001')
              INTO :SPRT-CODE-AGENCE
              FROM API8.COMPTE
              WHERE ID_COMPTE = :DCLCOMPTE.WS-ID-COMPTE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '0001' TO SPRT-CODE-AGENCE
              MOVE 0 TO SQLCODE
           END-IF.
           MOVE 'R' TO SPRT-FAMILLE.
           CALL 'API8SPRT' USING SPRT-ZONE.

           EXEC CICS SPOOLOPEN OUTPUT
                NODE(SPRT-NODE)
                CLASS(SPRT-CLASSE)
                TOKEN(WS-RECU-TOKEN)
           END-EXEC.

           MOVE 'OFFRE PREALABLE DE CREDIT - PRET PERSONNEL'
              TO WS-RECU-LIGNE.
           PERFORM 1390-ECRIRE-LIGNE.

           MOVE WS-ID-PRET TO WS-ID-EDIT.
           MOVE SPACES TO WS-RECU-LIGNE.
           STRING 'OFFRE NO ' WS-ID-EDIT ' EMISE LE ' WS-DATE-JOUR
              DELIMITED BY SIZE INTO WS-RECU-LIGNE.
           PERFORM 1390-ECRIRE-LIGNE.

           MOVE WS-ID-CLIENT-PRET TO WS-ID-EDIT.
           MOVE SPACES TO WS-RECU-LIGNE.
           STRING 'EMPRUNTEUR : ' WS-PRENOM-EMPRUNTEUR(1:15) ' '
              WS-NOM-EMPRUNTEUR(1:20) ' CLIENT ' WS-ID-EDIT
              DELIMITED BY SIZE INTO WS-RECU-LIGNE.
           PERFORM 1390-ECRIRE-LIGNE.

           MOVE WS-MONTANT-PRET TO WS-MONTANT-EDIT.
           MOVE WS-DUREE-MOIS TO WS-NUM-EDIT.
           MOVE SPACES TO WS-RECU-LIGNE.
           STRING 'CAPITAL EMPRUNTE      : ' WS-MONTANT-EDIT
              ' EUR  DUREE : ' WS-NUM-EDIT ' MOIS'
              DELIMITED BY SIZE INTO WS-RECU-LIGNE.
           PERFORM 1390-ECRIRE-LIGNE.

           COMPUTE WS-TAUX-PCT ROUNDED = WS-TAUX-PRET * 100.
           MOVE WS-TAUX-PCT TO WS-TAUX-EDIT.
           COMPUTE WS-TAUX-PCT ROUNDED = WS-TAEG * 100.
           MOVE WS-TAUX-PCT TO WS-TAEG-EDIT.
           MOVE SPACES TO WS-RECU-LIGNE.
           STRING 'TAUX DEBITEUR ANNUEL  : ' WS-TAUX-EDIT
              ' %   TAEG : ' WS-TAEG-EDIT ' %'
              DELIMITED BY SIZE INTO WS-RECU-LIGNE.
           PERFORM 1390-ECRIRE-LIGNE.

           IF TAUX-VARIABLE
              PERFORM 1355-IMPRIMER-TAUX-VARIABLE
           END-IF.

           MOVE WS-FRAIS-DOSSIER TO WS-MONTANT-EDIT.
           MOVE WS-PRIME-ASSURANCE TO WS-MONTANT-EDIT-2.
           MOVE SPACES TO WS-RECU-LIGNE.
           STRING 'FRAIS DE DOSSIER      : ' WS-MONTANT-EDIT
              ' EUR  ASSURANCE/MOIS : ' WS-MONTANT-EDIT-2 ' EUR'
              DELIMITED BY SIZE INTO WS-RECU-LIGNE.
           PERFORM 1390-ECRIRE-LIGNE.

           IF WS-TAUX-ASSURANCE > 0
              MOVE WS-QUOTITE-ASSURANCE TO WS-QUOTITE-EDIT
              MOVE SPACES TO WS-RECU-LIGNE
              STRING 'ASSUREUR              : ' WS-CODE-ASSUREUR
                 '  QUOTITE ASSUREE : ' WS-QUOTITE-EDIT ' %'
                 DELIMITED BY SIZE INTO WS-RECU-LIGNE
              PERFORM 1390-ECRIRE-LIGNE
           END-IF.

           MOVE WS-COUT-TOTAL TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-RECU-LIGNE.
           STRING 'COUT TOTAL DU CREDIT  : ' WS-MONTANT-EDIT ' EUR'
              DELIMITED BY SIZE INTO WS-RECU-LIGNE.
           PERFORM 1390-ECRIRE-LIGNE.

           MOVE WS-DELAI-RETRACTATION TO WS-DELAI-EDIT.
           MOVE SPACES TO WS-RECU-LIGNE.
           STRING 'DELAI DE RETRACTATION : ' WS-DELAI-EDIT
              ' JOURS A COMPTER DE LA SIGNATURE'
              DELIMITED BY SIZE INTO WS-RECU-LIGNE.
           PERFORM 1390-ECRIRE-LIGNE.

           MOVE 'FONDS VERSES A L''EXPIRATION DU DELAI DE RETRACTATION'
              TO WS-RECU-LIGNE.
           PERFORM 1390-ECRIRE-LIGNE.

           MOVE SPACES TO WS-RECU-LIGNE.
           MOVE 'ECH  DATE' TO WS-RECU-LIGNE(1:9).
           MOVE 'CAPITAL' TO WS-RECU-LIGNE(19:7).
           MOVE 'INTERET' TO WS-RECU-LIGNE(31:7).
           MOVE 'ASSURANCE' TO WS-RECU-LIGNE(41:9).
           MOVE 'MENSUALITE' TO WS-RECU-LIGNE(52:10).
           PERFORM 1390-ECRIRE-LIGNE.

           EXEC SQL
              DECLARE CECHOFFRE CURSOR FOR
              SELECT NUM_ECHEANCE, DATE_ECHEANCE, MONTANT_CAPITAL,
                     MONTANT_INTERET, MONTANT_ASSURANCE
              FROM API8.ECHEANCIER
              WHERE ID_PRET = :WS-ID-PRET
              ORDER BY NUM_ECHEANCE
           END-EXEC.

           EXEC SQL
              OPEN CECHOFFRE
           END-EXEC.

           PERFORM 1360-IMPRIMER-ECHEANCE
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CECHOFFRE
           END-EXEC.

           MOVE '(DATES INDICATIVES, RECALEES SUR LA DATE DE VERSEMENT)'
              TO WS-RECU-LIGNE.
           PERFORM 1390-ECRIRE-LIGNE.

           EXEC CICS SPOOLCLOSE
                TOKEN(WS-RECU-TOKEN)
           END-EXEC.

       1355-IMPRIMER-TAUX-VARIABLE.
      *    Conditions de revision : indice, marge, bornes ; TAEG et
      *    echeancier calcules sur le taux initial
           COMPUTE WS-TAUX-PCT ROUNDED = WS-MARGE * 100.
           MOVE WS-TAUX-PCT TO WS-TAUX-EDIT.
           MOVE SPACES TO WS-RECU-LIGNE.
           STRING 'TAUX VARIABLE         : INDICE ' WS-CODE-INDICE
              ' + MARGE ' WS-TAUX-EDIT ' %'
              DELIMITED BY SIZE INTO WS-RECU-LIGNE.
           PERFORM 1390-ECRIRE-LIGNE.

           COMPUTE WS-TAUX-PCT ROUNDED = WS-TAUX-PLANCHER * 100.
           MOVE WS-TAUX-PCT TO WS-TAUX-EDIT.
           MOVE SPACES TO WS-RECU-LIGNE.
           IF WS-TAUX-CAP > 0
              COMPUTE WS-TAUX-PCT ROUNDED = WS-TAUX-CAP * 100
              MOVE WS-TAUX-PCT TO WS-TAEG-EDIT
              STRING 'REVISION ANNUELLE     : PLANCHER ' WS-TAUX-EDIT
                 ' %  CAP ' WS-TAEG-EDIT ' %'
                 DELIMITED BY SIZE INTO WS-RECU-LIGNE
           ELSE
              STRING 'REVISION ANNUELLE     : PLANCHER ' WS-TAUX-EDIT
                 ' %  SANS CAP'
                 DELIMITED BY SIZE INTO WS-RECU-LIGNE
           END-IF.
           PERFORM 1390-ECRIRE-LIGNE.

           MOVE 'TAEG ET ECHEANCIER CALCULES SUR LE TAUX INITIAL'
              TO WS-RECU-LIGNE.
           PERFORM 1390-ECRIRE-LIGNE.

       1360-IMPRIMER-ECHEANCE.
           EXEC SQL
              FETCH CECHOFFRE
              INTO :WS-NUM-ECHEANCE, :WS-DATE-ECHEANCE,
                   :WS-CAPITAL-MENSUEL, :WS-INTERET-MOIS,
                   :WS-ASSU-ECHEANCE
           END-EXEC.

           IF SQLCODE = 0
              MOVE WS-NUM-ECHEANCE TO WS-NUM-EDIT
              MOVE WS-CAPITAL-MENSUEL TO WS-MONTANT-EDIT
              MOVE WS-INTERET-MOIS TO WS-MONTANT-EDIT-2
              MOVE WS-ASSU-ECHEANCE TO WS-MONTANT-EDIT-3
              COMPUTE WS-MONTANT-EDIT-4 = WS-CAPITAL-MENSUEL
                 + WS-INTERET-MOIS + WS-ASSU-ECHEANCE
              MOVE SPACES TO WS-RECU-LIGNE
              STRING WS-NUM-EDIT '  ' WS-DATE-ECHEANCE ' '
                 WS-MONTANT-EDIT ' ' WS-MONTANT-EDIT-2 ' '
                 WS-MONTANT-EDIT-3 ' ' WS-MONTANT-EDIT-4
                 DELIMITED BY SIZE INTO WS-RECU-LIGNE
              PERFORM 1390-ECRIRE-LIGNE
           END-IF.

       1390-ECRIRE-LIGNE.
           EXEC CICS SPOOLWRITE
                FROM(WS-RECU-LIGNE)
                TOKEN(WS-RECU-TOKEN)
           END-EXEC.

       1400-SEND-ECRAN-PRT.
           EVALUATE TRUE
              WHEN SEND-ERASE
