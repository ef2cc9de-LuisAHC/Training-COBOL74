000470             ==NOMHORAS== BY ==CUR-HORAS==
000480             ==NOMACTIVO== BY ==CUR-ACTIVO==
000490             ==NOMCUPO== BY ==CUR-CUPO==
000500             ==NOMVIGENCIA== BY ==CUR-VIGENCIA==
000502             ==NOMMINIMO== BY ==CUR-MINIMO==.
000510     FD PARTIC.
000520     01 REG-PARTIC.
000530         COPY PARTICREG REPLACING ==LVL== BY ==02==
