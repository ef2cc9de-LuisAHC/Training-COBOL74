      ******************************************************************
      * Autor: Hernández Ceciliano Luis Ángel
      * Fecha: 15-10-2026
      * Detalles: Layout compartido del registro de preferencias de
      *           avisos de un cliente (archivo PREFAVIS, llave clave
      *           del cliente): canal (S mensaje al telefono de
      *           CLIENREG, E correo, A ambos), correo electronico,
      *           marca S/N por evento (retiro, NIP rechazado, cuenta
      *           bloqueada, saldo bajo, orden programada, comision y
      *           liberacion de retencion), importe minimo para avisar
      *           retiros y ordenes y el nivel de saldo bajo. Lo
      *           mantiene el ejecutivo en ATMEJE y lo consultan el
      *           subprograma AVISOSIG y el batch de envio ATMAVISO.
      *           Se incluye con COPY ... REPLACING para ajustar el
      *           numero de nivel y el nombre de cada campo al
      *           programa que lo usa.
      ******************************************************************
           LVL NOMCLIENTE  PIC 9(06).
           LVL NOMCANAL    PIC X(01).
           LVL NOMCORREO   PIC X(40).
           LVL NOMAVRETIRO PIC X(01).
           LVL NOMAVNIP    PIC X(01).
           LVL NOMAVBLOQ   PIC X(01).
           LVL NOMAVSALDO  PIC X(01).
           LVL NOMAVORDEN  PIC X(01).
           LVL NOMAVCOMIS  PIC X(01).
           LVL NOMAVLIBER  PIC X(01).
           LVL NOMUMBRAL   PIC 9(09)V9(02).
           LVL NOMSALDOMIN PIC 9(09)V9(02).
