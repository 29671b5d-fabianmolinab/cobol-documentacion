      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWODC.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWODC.
