                   ==NOMHORAS== BY ==CUR-HORAS==
                   ==NOMACTIVO== BY ==CUR-ACTIVO==
                   ==NOMCUPO== BY ==CUR-CUPO==
                   ==NOMVIGENCIA== BY ==CUR-VIGENCIA==
                   ==NOMMINIMO== BY ==CUR-MINIMO==.
       DATA-BASE SECTION.
           DB BD01CURSOS VALUE OF TITLE IS
             "BD01CURSOS ON CREDITO".
