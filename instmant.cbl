000850             ==NOMHORAS== BY ==CUR-HORAS==
000860             ==NOMACTIVO== BY ==CUR-ACTIVO==
000862             ==NOMCUPO== BY ==CUR-CUPO==
000864             ==NOMVIGENCIA== BY ==CUR-VIGENCIA==
000866             ==NOMMINIMO== BY ==CUR-MINIMO==.
000870     FD REPORTE
000880         REPORT IS RD-CARGA.
000900 WORKING-STORAGE SECTION.
