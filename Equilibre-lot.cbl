      *    detaille dans le rapport et fait finir le programme en
      *    RC=8 pour que l'exploitation retienne la remise du
      *    fichier d'interface au systeme aval.
      *    Les verdicts confirmes par la seconde verification se
      *    ventilent en liberes (inscrits au registre des premiers
      *    emis) et bloques (premier deja emis) : seuls les premiers
      *    sont attendus dans l'interface.
      *    Les premiers proposes par le screening en remplacement
      *    d'un compose sont comptes sur les fichiers eux-memes
      *    (SUGGESTION= en position 28 du resultat, marque 'S' en
      *    position 140 de l'attente) : ils s'ajoutent aux premiers
      *    lus par la seconde verification et, liberes, aux
      *    inscrits du registre.
      *    Les candidats reportes par l'edition (quota journalier du
      *    departement atteint) entrent dans l'equilibre de
      *    l'edition et sont rapproches du fichier des differes du
      *    jour (DIFFOUT).
      *    Les enregistrements ecartes par la seconde verification
      *    pour demande annulee (ligne ANNULE) entrent dans
      *    l'equilibre des lus du controle. Les mises en attente
      *    d'accuse de retrait (marque 'R' en position 10, emises
      *    par le job NBRANNU) ne sont pas des liberations de la
      *    chaine et ne sont pas comptees.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-ATTENTE.

           SELECT DIFFERE-FILE ASSIGN TO DIFFOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-DIFFERE.

           SELECT RAPPORT-FILE ASSIGN TO EQUILRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-RAPPORT.

       FD  ATTENTE-FILE.
       01  FD-LIGNE-ATTENTE.
           05  FILLER             PIC X(9).
           05  FD-ATT-TYPE        PIC X.
               88  FD-ATT-EST-REVOCATION VALUE 'R'.
           05  FILLER             PIC X(14).
           05  FD-ATT-DATE-ENVOI  PIC X(8).

       FD  DIFFERE-FILE.
       01  FD-LIGNE-DIFFERE   PIC X(22).

       FD  RAPPORT-FILE.
       01  FD-LIGNE-RAPPORT   PIC X(100).

       01  WS-STATUT-VERIF    PIC X(2) VALUE SPACES.
       01  WS-STATUT-INTERFACE PIC X(2) VALUE SPACES.
       01  WS-STATUT-ATTENTE  PIC X(2) VALUE SPACES.
       01  WS-STATUT-DIFFERE  PIC X(2) VALUE SPACES.
       01  WS-STATUT-RAPPORT  PIC X(2) VALUE SPACES.
       01  WS-DATE-JOUR       PIC 9(8) VALUE ZERO.
       01  WS-DATE-CHAINE     PIC X(8) VALUE SPACES.
       01  WS-ED-ACCEPTES     PIC 9(9) VALUE ZERO.
       01  WS-ED-REJETES      PIC 9(9) VALUE ZERO.
       01  WS-ED-REPCACHE     PIC 9(9) VALUE ZERO.
       01  WS-ED-DIFFERES     PIC 9(9) VALUE ZERO.

       01  WS-PREM-PRESENT    PIC X VALUE 'N'.
           88  WS-PREM-EST-PRESENT VALUE 'O'.
       01  WS-DC-INATTENDUS   PIC 9(9) VALUE ZERO.
       01  WS-DC-AUTOCONTROLES PIC 9(9) VALUE ZERO.

       01  WS-REG-PRESENT     PIC X VALUE 'N'.
           88  WS-REG-EST-PRESENT VALUE 'O'.
       01  WS-RG-INSCRITS     PIC 9(9) VALUE ZERO.
       01  WS-RG-BLOQUES      PIC 9(9) VALUE ZERO.

       01  WS-ANNUL-PRESENT   PIC X VALUE 'N'.
           88  WS-ANNUL-EST-PRESENT VALUE 'O'.
       01  WS-AN-ECARTES      PIC 9(9) VALUE ZERO.

       01  WS-NB-CANDOK       PIC 9(9) VALUE ZERO.
       01  WS-NB-REJETS       PIC 9(9) VALUE ZERO.
       01  WS-NB-DIFFERES     PIC 9(9) VALUE ZERO.
       01  WS-NB-RESULTATS    PIC 9(9) VALUE ZERO.
       01  WS-NB-ATTVERIF     PIC 9(9) VALUE ZERO.
       01  WS-NB-SUG-RESULTATS PIC 9(9) VALUE ZERO.
       01  WS-NB-SUG-ATTVERIF PIC 9(9) VALUE ZERO.
       01  WS-NB-INTERFACE    PIC 9(9) VALUE ZERO.
       01  WS-NB-ATTACQ-CHAINE  PIC 9(9) VALUE ZERO.

                   MOVE FD-EQU-COMPTEUR-2 TO WS-ED-ACCEPTES
                   MOVE FD-EQU-COMPTEUR-3 TO WS-ED-REJETES
                   MOVE FD-EQU-COMPTEUR-4 TO WS-ED-REPCACHE
                   MOVE FD-EQU-COMPTEUR-5 TO WS-ED-DIFFERES
               WHEN 'NBRPREM'
                   MOVE 'O' TO WS-PREM-PRESENT
                   MOVE FD-EQU-COMPTEUR-1 TO WS-NP-TESTES
                   MOVE FD-EQU-COMPTEUR-3 TO WS-DC-DESACCORDS
                   MOVE FD-EQU-COMPTEUR-4 TO WS-DC-INATTENDUS
                   MOVE FD-EQU-COMPTEUR-5 TO WS-DC-AUTOCONTROLES
               WHEN 'REGISTRE'
                   MOVE 'O' TO WS-REG-PRESENT
                   MOVE FD-EQU-COMPTEUR-1 TO WS-RG-INSCRITS
                   MOVE FD-EQU-COMPTEUR-2 TO WS-RG-BLOQUES
               WHEN 'ANNULE'
                   MOVE 'O' TO WS-ANNUL-PRESENT
                   MOVE FD-EQU-COMPTEUR-1 TO WS-AN-ECARTES
               WHEN OTHER
                   DISPLAY 'Ligne d''equilibrage inattendue ignoree: '
                       FD-LIGNE-EQUILIBRE
       COMPTER-FICHIERS.
           PERFORM COMPTER-CANDOK.
           PERFORM COMPTER-REJETS.
           PERFORM COMPTER-DIFFERES.
           PERFORM COMPTER-RESULTATS.
           PERFORM COMPTER-ATTVERIF.
           PERFORM COMPTER-INTERFACE.
               CLOSE REJET-FILE
           END-IF.

       COMPTER-DIFFERES.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT DIFFERE-FILE.
           IF WS-STATUT-DIFFERE NOT = '00'
               MOVE 'O' TO WS-FIN-FICHIER
           END-IF.
           PERFORM UNTIL WS-FIN-LECTURE
               READ DIFFERE-FILE
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-DIFFERES
               END-READ
           END-PERFORM.
           IF WS-STATUT-DIFFERE = '00' OR WS-STATUT-DIFFERE = '10'
               CLOSE DIFFERE-FILE
           END-IF.

       COMPTER-RESULTATS.
           MOVE 'N' TO WS-FIN-FICHIER.
           OPEN INPUT RESULTAT-FILE.
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-RESULTATS
                       IF FD-LIGNE-RESULTAT(28:11) = 'SUGGESTION='
                           ADD 1 TO WS-NB-SUG-RESULTATS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-STATUT-RESULTAT = '00' OR WS-STATUT-RESULTAT = '10'
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-ATTVERIF
                       IF FD-LIGNE-VERIF(140:1) = 'S'
                           ADD 1 TO WS-NB-SUG-ATTVERIF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-STATUT-VERIF = '00' OR WS-STATUT-VERIF = '10'
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       IF FD-ATT-DATE-ENVOI >= WS-DATE-CHAINE
                           AND NOT FD-ATT-EST-REVOCATION
                           ADD 1 TO WS-NB-ATTACQ-CHAINE
                       END-IF
               END-READ
           END-IF.

      *    Chaque controle compare un attendu a un constate ; la
      *    presence des lignes de compteurs fait elle-meme
      *    partie des controles (une etape sans compteurs = etape
      *    qui ne s'est pas terminee, comme un ATTVERIF vide par un
      *    nettoyage premature).
               MOVE 'DEUXCTRL' TO WS-ETAPE-ABSENTE
               PERFORM SIGNALER-ETAPE-ABSENTE
           END-IF.
           IF NOT WS-REG-EST-PRESENT
               MOVE 'REGISTRE' TO WS-ETAPE-ABSENTE
               PERFORM SIGNALER-ETAPE-ABSENTE
           END-IF.
           IF NOT WS-ANNUL-EST-PRESENT
               MOVE 'ANNULE' TO WS-ETAPE-ABSENTE
               PERFORM SIGNALER-ETAPE-ABSENTE
           END-IF.
           MOVE 'Edition: lus = acceptes+rejetes+cache+differes'
               TO WS-LIBELLE-CONTROLE.
           MOVE WS-ED-LUS TO WS-ATTENDU.
           COMPUTE WS-CONSTATE = WS-ED-ACCEPTES + WS-ED-REJETES
               + WS-ED-REPCACHE + WS-ED-DIFFERES.
           PERFORM CONTROLER-UN-ECART.
           MOVE 'Edition: acceptes = candidats propres (CANDOK)'
               TO WS-LIBELLE-CONTROLE.
           MOVE WS-ED-REJETES TO WS-ATTENDU.
           MOVE WS-NB-REJETS TO WS-CONSTATE.
           PERFORM CONTROLER-UN-ECART.
           MOVE 'Edition: differes = lignes du fichier DIFFOUT'
               TO WS-LIBELLE-CONTROLE.
           MOVE WS-ED-DIFFERES TO WS-ATTENDU.
           MOVE WS-NB-DIFFERES TO WS-CONSTATE.
           PERFORM CONTROLER-UN-ECART.
           MOVE 'Screening: candidats propres = testes'
               TO WS-LIBELLE-CONTROLE.
           MOVE WS-NB-CANDOK TO WS-ATTENDU.
           MOVE WS-NP-TESTES TO WS-ATTENDU.
           MOVE WS-NB-RESULTATS TO WS-CONSTATE.
           PERFORM CONTROLER-UN-ECART.
           MOVE 'Screening: premiers = attente hors suggestions'
               TO WS-LIBELLE-CONTROLE.
           MOVE WS-NP-PREMIERS TO WS-ATTENDU.
           COMPUTE WS-CONSTATE = WS-NB-ATTVERIF - WS-NB-SUG-ATTVERIF.
           PERFORM CONTROLER-UN-ECART.
           MOVE 'Screening: suggestions RESULTF = attente'
               TO WS-LIBELLE-CONTROLE.
           MOVE WS-NB-SUG-RESULTATS TO WS-ATTENDU.
           MOVE WS-NB-SUG-ATTVERIF TO WS-CONSTATE.
           PERFORM CONTROLER-UN-ECART.
           MOVE 'Controle: premiers+suggestions = lus par DEUXCTRL'
               TO WS-LIBELLE-CONTROLE.
           COMPUTE WS-ATTENDU = WS-NP-PREMIERS + WS-NB-SUG-ATTVERIF.
           MOVE WS-DC-LUS TO WS-CONSTATE.
           PERFORM CONTROLER-UN-ECART.
           MOVE 'Controle: lus = conf+desac+inatt+auto+annul'
               TO WS-LIBELLE-CONTROLE.
           MOVE WS-DC-LUS TO WS-ATTENDU.
           COMPUTE WS-CONSTATE = WS-DC-CONFIRMES + WS-DC-DESACCORDS
               + WS-DC-INATTENDUS + WS-DC-AUTOCONTROLES
               + WS-AN-ECARTES.
           PERFORM CONTROLER-UN-ECART.
           MOVE 'Registre: confirmes = inscrits+bloques'
               TO WS-LIBELLE-CONTROLE.
           MOVE WS-DC-CONFIRMES TO WS-ATTENDU.
           COMPUTE WS-CONSTATE = WS-RG-INSCRITS + WS-RG-BLOQUES.
           PERFORM CONTROLER-UN-ECART.
           MOVE 'Liberations: interface = composes+inval+inscrits'
               TO WS-LIBELLE-CONTROLE.
           COMPUTE WS-ATTENDU = WS-NP-COMPOSES + WS-NP-INVALIDES
               + WS-RG-INSCRITS.
           MOVE WS-NB-INTERFACE TO WS-CONSTATE.
           PERFORM CONTROLER-UN-ECART.
           MOVE 'Liberations: attacq chaine = comp+inval+inscr'
               TO WS-LIBELLE-CONTROLE.
           COMPUTE WS-ATTENDU = WS-NP-COMPOSES + WS-NP-INVALIDES
               + WS-RG-INSCRITS.
           MOVE WS-NB-ATTACQ-CHAINE TO WS-CONSTATE.
           PERFORM CONTROLER-UN-ECART.

