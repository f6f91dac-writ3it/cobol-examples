      * Shared layout for given_names.ctl, the given-name
      * dictionary GIVEN-NAME.cpy loads - one name per line:
      *     GIVEN-NAME G VOCATIVE
      * G is the grammatical gender (M or F) and VOCATIVE the form
      * a letter addresses the person by ("Jan M Janie", "Anna F
      * Anno"). Maintained by operations like letter_template.txt;
      * a line starting * is a comment.
       FD GIVEN-NAME-FILE.
       01 GN_NAME-LINE PIC X(80).
