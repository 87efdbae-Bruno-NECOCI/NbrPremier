      *    enregistrements. Un code absent du fichier maitre
      *    (anterieur a la validation des codes a l'edition) est
      *    signale 'inconnu du fichier maitre'.
      *    Un resultat compose accompagne d'une suggestion de
      *    remplacement (SUGGESTION= en position 28) est suivi d'une
      *    ligne rappelant au departement le premier propose et la
      *    condition de sa remise (seconde verification).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-NB-RESULTATS    PIC 9(9) VALUE ZERO.
       01  WS-NB-REJETS       PIC 9(9) VALUE ZERO.
       01  WS-NB-DEPARTEMENTS PIC 9(9) VALUE ZERO.
       01  WS-NB-SUGGESTIONS  PIC 9(9) VALUE ZERO.
       01  WS-SECTION-RESULTATS PIC X VALUE 'N'.
           88  WS-EDITE-RESULTATS VALUE 'O'.

       01  WS-LIGNE-VENTILATION PIC X(200) VALUE SPACES.
       01  WS-EDIT-COMPTEUR   PIC Z(8)9.
           MOVE 'Ventilation des resultats par departement'
               TO FD-LIGNE-VENTILATION.
           WRITE FD-LIGNE-VENTILATION.
           MOVE 'O' TO WS-SECTION-RESULTATS.
           SORT TRI-FILE
               ON ASCENDING KEY TRI-DEPARTEMENT
               INPUT PROCEDURE IS SELECTION-RESULTATS
               OUTPUT PROCEDURE IS EDITION-SECTIONS.
           MOVE 'N' TO WS-SECTION-RESULTATS.
           MOVE 'Ventilation des rejets par departement'
               TO FD-LIGNE-VENTILATION.
           WRITE FD-LIGNE-VENTILATION.
           END-STRING.
           MOVE WS-LIGNE-VENTILATION TO FD-LIGNE-VENTILATION.
           WRITE FD-LIGNE-VENTILATION.
           IF WS-EDITE-RESULTATS
               AND TRI-LIGNE(28:11) = 'SUGGESTION='
               PERFORM EDITER-SUGGESTION
           END-IF.

       EDITER-SUGGESTION.
           ADD 1 TO WS-NB-SUGGESTIONS.
           MOVE SPACES TO WS-LIGNE-VENTILATION.
           STRING '    -> premier propose en remplacement: '
               DELIMITED BY SIZE
               TRI-LIGNE(39:9) DELIMITED BY SIZE
               ' (remis apres seconde verification)'
               DELIMITED BY SIZE
               INTO WS-LIGNE-VENTILATION
           END-STRING.
           MOVE WS-LIGNE-VENTILATION TO FD-LIGNE-VENTILATION.
           WRITE FD-LIGNE-VENTILATION.

       ECRIRE-ENTETE-SECTION.
           MOVE SPACES TO WS-LIGNE-VENTILATION.
               INTO WS-LIGNE-VENTILATION.
           MOVE WS-LIGNE-VENTILATION TO FD-LIGNE-VENTILATION.
           WRITE FD-LIGNE-VENTILATION.
           MOVE WS-NB-SUGGESTIONS TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-VENTILATION.
           STRING 'Dont suggestions de remplacement: '
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
               INTO WS-LIGNE-VENTILATION.
           MOVE WS-LIGNE-VENTILATION TO FD-LIGNE-VENTILATION.
           WRITE FD-LIGNE-VENTILATION.
           MOVE WS-NB-REJETS TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-VENTILATION.
           STRING 'Rejets ventiles: ' DELIMITED BY SIZE
