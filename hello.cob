               ==PFX-STATUS==     BY ==EMP-STATUS==
               ==PFX-DT-EFETIVA== BY ==EMP-DT-EFETIVA==
               ==PFX-PIN==        BY ==EMP-PIN==
               ==PFX-PIN-TROCA==  BY ==EMP-PIN-TROCA==
               ==PFX-ULT-SIGNON== BY ==EMP-ULT-SIGNON==
               ==PFX-GERENTE==    BY ==EMP-GERENTE==.

       WORKING-STORAGE SECTION.
       01 WS-NOME PIC X(10).
