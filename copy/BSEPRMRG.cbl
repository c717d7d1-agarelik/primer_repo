104611     02  PERM-CLAVE.
104611         04  PERM-USER-ID            PIC X(08).
104611         04  PERM-OPERACION          PIC X(25).
104647             88  PERM-SIN-OPERACIONES
104647                                     VALUE '*SIN OPERACIONES*'.
104647*            MARCA DE BSEB063: EL USUARIO SIGUE ADMINISTRADO PERO
104647*            SIN NINGUNA OPERACION (CESADO O TODO REVOCADO)
104611     02  PERM-FEC-ALTA               PIC 9(08).
104611     02  PERM-USER-MMTO              PIC X(08).
