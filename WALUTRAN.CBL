               05  ALUTRAN-FECHA-DD                 PIC 9(02).
           03  ALUTRAN-EMAIL                        PIC X(40).
           03  ALUTRAN-TELEFONO                     PIC X(15).
      *-------------------------------------------------------------*
      *     MARCAS DE CONTACTO INVALIDO: 'S' MARCA, 'N' DESMARCA Y  *
      *     BLANCO CONSERVA LA MARCA SALVO QUE EL CONTACTO CAMBIE   *
      *     (EN ESE CASO SE LIMPIA). VER 21120-MARCO-CONTACTOS.     *
      *-------------------------------------------------------------*
           03  ALUTRAN-EMAIL-INVALIDO               PIC X(01).
               88  88-ALUTRAN-EMAIL-MARCA            VALUE 'S'.
               88  88-ALUTRAN-EMAIL-DESMARCA         VALUE 'N'.
           03  ALUTRAN-TELEFONO-INVALIDO            PIC X(01).
               88  88-ALUTRAN-TELEFONO-MARCA         VALUE 'S'.
               88  88-ALUTRAN-TELEFONO-DESMARCA      VALUE 'N'.
           03  FILLER                               PIC X(01).
