           05  AL-ACTION-CODE          PIC X(1).
               88  AL-ACTION-ADD       VALUE "A".
               88  AL-ACTION-UPDATE    VALUE "U".
      * W-4 election changes are logged here as well, with the
      * election record (W4ELECT.cpy) as the before/after images.
               88  AL-ACTION-ELECTION  VALUE "W".
           05  AL-EMPLOYEE-ID          PIC X(6).
           05  AL-BEFORE-IMAGE         PIC X(120).
           05  AL-AFTER-IMAGE          PIC X(120).
