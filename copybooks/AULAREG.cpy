      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro del catalogo de
      *           aulas (archivo AULAS.DAT): clave del aula (los
      *           mismos 8 caracteres de GRU-AULA y SES-AULA), nombre,
      *           asientos, equipo con que cuenta y bandera de activa.
      *           Sustituye al texto libre con que se apartaba el aula
      *           sin saber si ya estaba ocupada o si cabia el grupo.
      *           Lo mantiene AULAMANT, que tambien asigna el aula a
      *           los grupos y saca la ocupacion semanal; SESIMANT lo
      *           usa para validar las sesiones. Se incluye con COPY
      *           ... REPLACING para ajustar el numero de nivel y el
      *           nombre de cada campo al programa que lo usa.
      ******************************************************************
           LVL NOMCLAVE    PIC X(08).
           LVL NOMNOMBRE   PIC X(20).
           LVL NOMASIENTOS PIC 9(03).
           LVL NOMEQUIPO   PIC X(20).
           LVL NOMACTIVO   PIC X(01).
